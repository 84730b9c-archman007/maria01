       IDENTIFICATION DIVISION.
       PROGRAM-ID. ChgBack.

      * Monthly storage chargeback, run early each month. Finance
      * bills every application for the database space it holds;
      * this program reads the growth-history master (STORHIST,
      * daily rows and HistRoll's month-end 'M' summary rows
      * alike) for the billing month, works out each table's
      * average and peak total bytes over the month, and looks
      * the table up in the table-ownership registry (OWNREG,
      * maintained online by OwnMaint) - schema plus table-name
      * pattern, matched the way CAPLIMIT is, first match wins.
      * Owned tables roll up to their cost center and
      * application; the billing report (CHGBRPT) gives average
      * and peak bytes and the charge at the month's rate per GB
      * (CHGPARM) per application, a total per cost center, and
      * an UNOWNED section listing every table no registry entry
      * covers so the registry can be completed before the next
      * bill.
      *
      * A table with no history rows in the billing month (not
      * yet created, or dropped before it) isn't billed.
      *
      * RETURN-CODE: 4 when any table is UNOWNED or a work table
      * filled; 16 when the history master or the report can't
      * be opened.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIST-IN-FILE ASSIGN TO "STORHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HISTIN-STATUS.
           SELECT OWNER-REG-FILE ASSIGN TO "OWNREG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OWNREG-STATUS.
           SELECT CHARGE-PARM-FILE ASSIGN TO "CHGPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CHGPARM-STATUS.
           SELECT CHARGE-RPT-FILE ASSIGN TO "CHGBRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CHGBRPT-STATUS.
           SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ERRLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HIST-IN-FILE
           RECORDING MODE IS F.
       COPY STORHIST.

       FD  OWNER-REG-FILE
           RECORDING MODE IS F.
       COPY OWNREG.

       FD  CHARGE-PARM-FILE
           RECORDING MODE IS F.
       COPY CHGPARM.

       FD  CHARGE-RPT-FILE
           RECORDING MODE IS F.
       COPY CHGBRPT.

       FD  ERROR-LOG-FILE
           RECORDING MODE IS F.
       COPY ERRLOG.

       WORKING-STORAGE SECTION.

       01  WS-HISTIN-STATUS   PIC XX.
       01  WS-OWNREG-STATUS   PIC XX.
       01  WS-CHGPARM-STATUS  PIC XX.
       01  WS-CHGBRPT-STATUS  PIC XX.
       01  WS-ERRLOG-STATUS   PIC XX.

      * Current run timestamp and working fields for error logging
       01  WS-CURRENT-DATE    PIC X(21).
       01  WS-RUN-DATE        PIC X(10).
       01  WS-ERR-MESSAGE     PIC X(80).

      * DSN column of the shared error-log record; this program
      * never connects anywhere, so it stamps its own name there.
       01  WS-ERR-SOURCE      PIC X(50) VALUE 'ChgBack'.

      * Billing controls, overlaid from CHGPARM when supplied.
      * The month defaults to the one before the run date.
       01  WS-BILL-MONTH      PIC X(7).
       01  WS-RATE-PER-GB     PIC 9(5)V9(4) VALUE 1.
       01  WS-BILL-YEAR       PIC 9(4).
       01  WS-BILL-MM         PIC 9(2).

       01  WS-EOF-HIST        PIC X VALUE 'N'.
           88  END-OF-HIST        VALUE 'Y'.
       01  WS-EOF-OWNREG      PIC X VALUE 'N'.
           88  END-OF-OWNREG      VALUE 'Y'.

      * Ownership registry, loaded once at startup. Bounded at
      * 2000 entries; overflow is logged and the entries past it
      * are never matched.
       01  WS-OWN-COUNT       PIC 9(5) VALUE 0.
       01  WS-OWN-TABLE.
           05  WS-OWN-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-OWN-COUNT
                   INDEXED BY WS-OWN-IDX.
               10  WS-OWN-SCHEMA      PIC X(64).
               10  WS-OWN-PATTERN     PIC X(100).
               10  WS-OWN-APPLICATION PIC X(30).
               10  WS-OWN-COST-CENTER PIC X(10).
               10  WS-OWN-CONTACT     PIC X(60).
       01  WS-OWN-MATCHED     PIC X VALUE 'N'.
       01  WS-PAT-LEN         PIC S9(4) COMP.
       01  WS-PAT-LEN-1       PIC S9(4) COMP.
       01  WS-MATCH-NAME      PIC X(100).

      * The table in hand. STORHIST is kept in schema, table,
      * date order, so a change of this key is the control break
      * that closes one table's month.
       01  WS-TBL-KEY.
           05  WS-TBL-SCHEMA      PIC X(64).
           05  WS-TBL-TABLE       PIC X(100).
       01  WS-REC-KEY.
           05  WS-REC-SCHEMA      PIC X(64).
           05  WS-REC-TABLE       PIC X(100).
       01  WS-TBL-SAMPLES     PIC 9(5) COMP.
       01  WS-TBL-SUM         PIC S9(18) COMP.
       01  WS-TBL-PEAK        PIC 9(15).
       01  WS-TBL-AVG         PIC 9(15).
       01  WS-REC-TOTAL       PIC 9(15).
       01  WS-REC-PEAK        PIC 9(15).

      * Cost center / application groups, one per pair the
      * registry assigns owned tables to, written out in cost
      * center then application order at end of run. Bounded at
      * 500 groups.
       01  WS-GRP-COUNT       PIC 9(3) VALUE 0.
       01  WS-GRP-TABLE.
           05  WS-GRP-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-GRP-COUNT
                   INDEXED BY WS-GRP-IDX.
               10  WS-GRP-KEY.
                   15  WS-GRP-COST-CENTER PIC X(10).
                   15  WS-GRP-APPLICATION PIC X(30).
               10  WS-GRP-CONTACT     PIC X(60).
               10  WS-GRP-TABLES      PIC 9(5).
               10  WS-GRP-AVG         PIC 9(15).
               10  WS-GRP-PEAK        PIC 9(15).
               10  WS-GRP-USED        PIC X(1).
       01  WS-GRP-FOUND       PIC X VALUE 'N'.
       01  WS-GRP-SUB         PIC 9(3) COMP.
       01  WS-BEST-SUB        PIC 9(3) COMP.
       01  WS-RANK            PIC 9(3) COMP.
       01  WS-CC-CURRENT      PIC X(10).
       01  WS-CC-TABLES       PIC 9(5).
       01  WS-CC-AVG          PIC 9(15).
       01  WS-CC-PEAK         PIC 9(15).

      * Tables no registry entry covers, held for the UNOWNED
      * section at the end of the report. Bounded at 5000.
       01  WS-UNOWN-COUNT     PIC 9(5) VALUE 0.
       01  WS-UNOWN-TABLE.
           05  WS-UNOWN-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-UNOWN-COUNT.
               10  WS-UNOWN-SCHEMA    PIC X(64).
               10  WS-UNOWN-TABLE-NAME PIC X(100).
               10  WS-UNOWN-AVG       PIC 9(15).
               10  WS-UNOWN-PEAK      PIC 9(15).
       01  WS-UNOWN-SUB       PIC 9(5) COMP.
       01  WS-UNOWN-AVG-TOT   PIC 9(15).
       01  WS-UNOWN-PEAK-TOT  PIC 9(15).

       01  WS-BILLED-COUNT    PIC 9(9) VALUE 0.

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

           PERFORM DEFAULT-BILL-MONTH-SECTION.
           PERFORM READ-CHARGE-PARM-SECTION.
           PERFORM LOAD-OWNER-REG-SECTION.

           OPEN OUTPUT CHARGE-RPT-FILE.
           IF WS-CHGBRPT-STATUS NOT = "00"
               MOVE "CHARGE-RPT-FILE OPEN FAILED" TO WS-ERR-MESSAGE
               PERFORM LOG-ERROR-SECTION
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-SECTION
               GOBACK
           END-IF.

           OPEN INPUT HIST-IN-FILE.
           IF WS-HISTIN-STATUS NOT = "00"
               MOVE "HIST-IN-FILE OPEN FAILED" TO WS-ERR-MESSAGE
               PERFORM LOG-ERROR-SECTION
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-SECTION
               GOBACK
           END-IF.

           MOVE SPACES TO WS-TBL-KEY.
           MOVE 0 TO WS-TBL-SAMPLES WS-TBL-SUM WS-TBL-PEAK.
           PERFORM UNTIL END-OF-HIST
               READ HIST-IN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-HIST
                   NOT AT END
                       PERFORM POST-HIST-ROW-SECTION
               END-READ
           END-PERFORM.
           PERFORM CLOSE-TABLE-SECTION.

           PERFORM WRITE-GROUPS-SECTION.
           PERFORM WRITE-UNOWNED-SECTION.
           PERFORM CLOSE-FILES-SECTION.

           IF WS-UNOWN-COUNT > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "Done. Month " WS-BILL-MONTH
               " tables billed: " WS-BILLED-COUNT
               " unowned: " WS-UNOWN-COUNT.
           GOBACK.

      * Folds one history row into the table in hand, closing the
      * previous table first on a key change. Only rows dated in
      * the billing month count. A daily row is one sample at its
      * total bytes; a month-end summary row has lost its daily
      * detail, so it counts as one sample at the midpoint of its
      * min and max, and its max stands as a peak candidate.
       POST-HIST-ROW-SECTION.
           MOVE HIST-SCHEMA-NAME TO WS-REC-SCHEMA.
           MOVE HIST-TABLE-NAME  TO WS-REC-TABLE.
           IF WS-REC-KEY NOT = WS-TBL-KEY
               PERFORM CLOSE-TABLE-SECTION
               MOVE WS-REC-KEY TO WS-TBL-KEY
               MOVE 0 TO WS-TBL-SAMPLES WS-TBL-SUM WS-TBL-PEAK
           END-IF.
           IF HIST-RUN-DATE(1:7) = WS-BILL-MONTH
               IF HIST-IS-SUMMARY
                   COMPUTE WS-REC-TOTAL =
                       (HIST-MIN-BYTES + HIST-MAX-BYTES) / 2
                   MOVE HIST-MAX-BYTES TO WS-REC-PEAK
               ELSE
                   COMPUTE WS-REC-TOTAL = HIST-DATA-LENGTH
                       + HIST-INDEX-LENGTH
                   MOVE WS-REC-TOTAL TO WS-REC-PEAK
               END-IF
               ADD 1 TO WS-TBL-SAMPLES
               ADD WS-REC-TOTAL TO WS-TBL-SUM
               IF WS-REC-PEAK > WS-TBL-PEAK
                   MOVE WS-REC-PEAK TO WS-TBL-PEAK
               END-IF
           END-IF.

      * Closes the table in hand: works out its month average and
      * bills it to its owner's group, or banks it as UNOWNED.
       CLOSE-TABLE-SECTION.
           IF WS-TBL-SAMPLES > 0
               ADD 1 TO WS-BILLED-COUNT
               COMPUTE WS-TBL-AVG ROUNDED =
                   WS-TBL-SUM / WS-TBL-SAMPLES
               PERFORM FIND-OWNER-SECTION
               IF WS-OWN-MATCHED = 'Y'
                   PERFORM ADD-TO-GROUP-SECTION
               ELSE
                   PERFORM BANK-UNOWNED-SECTION
               END-IF
           END-IF.

      * First registry entry for this schema (or for every
      * schema) whose pattern matches the table wins - the same
      * pattern shapes as the batch extract's
      * FIND-CAP-LIMIT-SECTION: a lone '%', a prefix ending in
      * '%', or an exact name.
       FIND-OWNER-SECTION.
           MOVE WS-TBL-TABLE TO WS-MATCH-NAME.
           MOVE 'N' TO WS-OWN-MATCHED.
           SET WS-OWN-IDX TO 1.
           PERFORM UNTIL WS-OWN-MATCHED = 'Y'
                   OR WS-OWN-IDX > WS-OWN-COUNT
               IF WS-OWN-SCHEMA(WS-OWN-IDX) = WS-TBL-SCHEMA
                   OR WS-OWN-SCHEMA(WS-OWN-IDX) = '%'
                   MOVE FUNCTION LENGTH(FUNCTION TRIM
                       (WS-OWN-PATTERN(WS-OWN-IDX)))
                       TO WS-PAT-LEN
                   EVALUATE TRUE
                       WHEN WS-OWN-PATTERN(WS-OWN-IDX) = '%'
                           MOVE 'Y' TO WS-OWN-MATCHED
                       WHEN WS-PAT-LEN > 1
                           AND WS-OWN-PATTERN(WS-OWN-IDX)
                               (WS-PAT-LEN:1) = '%'
                           COMPUTE WS-PAT-LEN-1 = WS-PAT-LEN - 1
                           IF WS-MATCH-NAME(1:WS-PAT-LEN-1)
                               = WS-OWN-PATTERN(WS-OWN-IDX)
                                   (1:WS-PAT-LEN-1)
                               MOVE 'Y' TO WS-OWN-MATCHED
                           END-IF
                       WHEN WS-OWN-PATTERN(WS-OWN-IDX) = WS-MATCH-NAME
                           MOVE 'Y' TO WS-OWN-MATCHED
                   END-EVALUATE
               END-IF
               IF WS-OWN-MATCHED = 'N'
                   SET WS-OWN-IDX UP BY 1
               END-IF
           END-PERFORM.

      * Adds the table in hand to the cost center / application
      * group of the registry entry at WS-OWN-IDX, opening the
      * group on first use. The contact kept for the group is
      * the first matching entry's.
       ADD-TO-GROUP-SECTION.
           MOVE 'N' TO WS-GRP-FOUND.
           IF WS-GRP-COUNT > 0
               SET WS-GRP-IDX TO 1
               SEARCH WS-GRP-ENTRY
                   WHEN WS-GRP-COST-CENTER(WS-GRP-IDX)
                           = WS-OWN-COST-CENTER(WS-OWN-IDX)
                       AND WS-GRP-APPLICATION(WS-GRP-IDX)
                           = WS-OWN-APPLICATION(WS-OWN-IDX)
                       MOVE 'Y' TO WS-GRP-FOUND
               END-SEARCH
           END-IF.
           IF WS-GRP-FOUND = 'N'
               IF WS-GRP-COUNT < 500
                   ADD 1 TO WS-GRP-COUNT
                   SET WS-GRP-IDX TO WS-GRP-COUNT
                   MOVE WS-OWN-COST-CENTER(WS-OWN-IDX)
                       TO WS-GRP-COST-CENTER(WS-GRP-IDX)
                   MOVE WS-OWN-APPLICATION(WS-OWN-IDX)
                       TO WS-GRP-APPLICATION(WS-GRP-IDX)
                   MOVE WS-OWN-CONTACT(WS-OWN-IDX)
                       TO WS-GRP-CONTACT(WS-GRP-IDX)
                   MOVE 0 TO WS-GRP-TABLES(WS-GRP-IDX)
                       WS-GRP-AVG(WS-GRP-IDX) WS-GRP-PEAK(WS-GRP-IDX)
                   MOVE 'N' TO WS-GRP-USED(WS-GRP-IDX)
                   MOVE 'Y' TO WS-GRP-FOUND
               ELSE
                   MOVE "GROUP TABLE FULL (500), TABLE BILLED UNOWNED"
                       TO WS-ERR-MESSAGE
                   PERFORM LOG-ERROR-SECTION
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
                   PERFORM BANK-UNOWNED-SECTION
               END-IF
           END-IF.
           IF WS-GRP-FOUND = 'Y'
               ADD 1          TO WS-GRP-TABLES(WS-GRP-IDX)
               ADD WS-TBL-AVG TO WS-GRP-AVG(WS-GRP-IDX)
               ADD WS-TBL-PEAK TO WS-GRP-PEAK(WS-GRP-IDX)
           END-IF.

       BANK-UNOWNED-SECTION.
           IF WS-UNOWN-COUNT < 5000
               ADD 1 TO WS-UNOWN-COUNT
               MOVE WS-TBL-SCHEMA TO WS-UNOWN-SCHEMA(WS-UNOWN-COUNT)
               MOVE WS-TBL-TABLE
                   TO WS-UNOWN-TABLE-NAME(WS-UNOWN-COUNT)
               MOVE WS-TBL-AVG  TO WS-UNOWN-AVG(WS-UNOWN-COUNT)
               MOVE WS-TBL-PEAK TO WS-UNOWN-PEAK(WS-UNOWN-COUNT)
           ELSE
               MOVE "UNOWNED TABLE FULL, UNOWNED SECTION PARTIAL"
                   TO WS-ERR-MESSAGE
               PERFORM LOG-ERROR-SECTION
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      * Writes the APPL lines in cost center then application
      * order, with a CCTOTAL line closing each cost center.
       WRITE-GROUPS-SECTION.
           MOVE SPACES TO WS-CC-CURRENT.
           MOVE 0 TO WS-CC-TABLES WS-CC-AVG WS-CC-PEAK.
           PERFORM VARYING WS-RANK FROM 1 BY 1
                   UNTIL WS-RANK > WS-GRP-COUNT
               PERFORM FIND-LOWEST-GROUP-SECTION
               MOVE 'Y' TO WS-GRP-USED(WS-BEST-SUB)
               IF WS-RANK > 1
                   AND WS-GRP-COST-CENTER(WS-BEST-SUB)
                       NOT = WS-CC-CURRENT
                   PERFORM WRITE-CC-TOTAL-SECTION
               END-IF
               MOVE WS-GRP-COST-CENTER(WS-BEST-SUB) TO WS-CC-CURRENT
               ADD WS-GRP-TABLES(WS-BEST-SUB) TO WS-CC-TABLES
               ADD WS-GRP-AVG(WS-BEST-SUB)    TO WS-CC-AVG
               ADD WS-GRP-PEAK(WS-BEST-SUB)   TO WS-CC-PEAK

               MOVE SPACES TO CHARGE-RPT-RECORD
               MOVE 'APPL' TO CHGB-LINE-TYPE
               MOVE WS-GRP-COST-CENTER(WS-BEST-SUB)
                   TO CHGB-COST-CENTER
               MOVE WS-GRP-APPLICATION(WS-BEST-SUB)
                   TO CHGB-APPLICATION
               MOVE WS-GRP-CONTACT(WS-BEST-SUB) TO CHGB-OWNER-CONTACT
               MOVE WS-GRP-TABLES(WS-BEST-SUB) TO CHGB-TABLE-COUNT
               MOVE WS-GRP-AVG(WS-BEST-SUB)    TO CHGB-AVG-BYTES
               MOVE WS-GRP-PEAK(WS-BEST-SUB)   TO CHGB-PEAK-BYTES
               PERFORM WRITE-CHARGE-LINE-SECTION
           END-PERFORM.
           IF WS-GRP-COUNT > 0
               PERFORM WRITE-CC-TOTAL-SECTION
           END-IF.

       FIND-LOWEST-GROUP-SECTION.
           MOVE 0 TO WS-BEST-SUB.
           PERFORM VARYING WS-GRP-SUB FROM 1 BY 1
                   UNTIL WS-GRP-SUB > WS-GRP-COUNT
               IF WS-GRP-USED(WS-GRP-SUB) = 'N'
                   IF WS-BEST-SUB = 0
                       MOVE WS-GRP-SUB TO WS-BEST-SUB
                   ELSE
                       IF WS-GRP-KEY(WS-GRP-SUB)
                           < WS-GRP-KEY(WS-BEST-SUB)
                           MOVE WS-GRP-SUB TO WS-BEST-SUB
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-CC-TOTAL-SECTION.
           MOVE SPACES TO CHARGE-RPT-RECORD.
           MOVE 'CCTOTAL'     TO CHGB-LINE-TYPE.
           MOVE WS-CC-CURRENT TO CHGB-COST-CENTER.
           MOVE WS-CC-TABLES  TO CHGB-TABLE-COUNT.
           MOVE WS-CC-AVG     TO CHGB-AVG-BYTES.
           MOVE WS-CC-PEAK    TO CHGB-PEAK-BYTES.
           PERFORM WRITE-CHARGE-LINE-SECTION.
           MOVE 0 TO WS-CC-TABLES WS-CC-AVG WS-CC-PEAK.

      * The UNOWNED section: every table nobody is billed for,
      * then the section total.
       WRITE-UNOWNED-SECTION.
           MOVE 0 TO WS-UNOWN-AVG-TOT WS-UNOWN-PEAK-TOT.
           PERFORM VARYING WS-UNOWN-SUB FROM 1 BY 1
                   UNTIL WS-UNOWN-SUB > WS-UNOWN-COUNT
               MOVE SPACES TO CHARGE-RPT-RECORD
               MOVE 'UNOWNED' TO CHGB-LINE-TYPE
               MOVE WS-UNOWN-SCHEMA(WS-UNOWN-SUB) TO CHGB-SCHEMA-NAME
               MOVE WS-UNOWN-TABLE-NAME(WS-UNOWN-SUB)
                   TO CHGB-TABLE-NAME
               MOVE 1 TO CHGB-TABLE-COUNT
               MOVE WS-UNOWN-AVG(WS-UNOWN-SUB)  TO CHGB-AVG-BYTES
               MOVE WS-UNOWN-PEAK(WS-UNOWN-SUB) TO CHGB-PEAK-BYTES
               ADD WS-UNOWN-AVG(WS-UNOWN-SUB)  TO WS-UNOWN-AVG-TOT
               ADD WS-UNOWN-PEAK(WS-UNOWN-SUB) TO WS-UNOWN-PEAK-TOT
               PERFORM WRITE-CHARGE-LINE-SECTION
           END-PERFORM.
           MOVE SPACES TO CHARGE-RPT-RECORD.
           MOVE 'UNOWNTOT'        TO CHGB-LINE-TYPE.
           MOVE WS-UNOWN-COUNT    TO CHGB-TABLE-COUNT.
           MOVE WS-UNOWN-AVG-TOT  TO CHGB-AVG-BYTES.
           MOVE WS-UNOWN-PEAK-TOT TO CHGB-PEAK-BYTES.
           PERFORM WRITE-CHARGE-LINE-SECTION.

      * Stamps the month and rate on the line in hand, prices its
      * average bytes, and writes it.
       WRITE-CHARGE-LINE-SECTION.
           MOVE WS-BILL-MONTH  TO CHGB-BILL-MONTH.
           MOVE WS-RATE-PER-GB TO CHGB-RATE-PER-GB.
           COMPUTE CHGB-CHARGE ROUNDED =
               CHGB-AVG-BYTES * WS-RATE-PER-GB / 1073741824
               ON SIZE ERROR
                   MOVE 99999999999.99 TO CHGB-CHARGE
           END-COMPUTE.
           WRITE CHARGE-RPT-RECORD.

      * The calendar month before the run date, YYYY-MM.
       DEFAULT-BILL-MONTH-SECTION.
           MOVE WS-RUN-DATE(1:4) TO WS-BILL-YEAR.
           MOVE WS-RUN-DATE(6:2) TO WS-BILL-MM.
           IF WS-BILL-MM = 1
               MOVE 12 TO WS-BILL-MM
               SUBTRACT 1 FROM WS-BILL-YEAR
           ELSE
               SUBTRACT 1 FROM WS-BILL-MM
           END-IF.
           MOVE SPACES TO WS-BILL-MONTH.
           STRING WS-BILL-YEAR '-' WS-BILL-MM
               DELIMITED BY SIZE INTO WS-BILL-MONTH.

      * Loads the billing controls; a malformed month or a
      * non-numeric rate keeps the default with an error logged.
       READ-CHARGE-PARM-SECTION.
           OPEN INPUT CHARGE-PARM-FILE.
           IF WS-CHGPARM-STATUS = "00"
               READ CHARGE-PARM-FILE
                   NOT AT END
                       IF CHGP-BILL-MONTH NOT = SPACES
                           IF CHGP-BILL-MONTH(1:4) IS NUMERIC
                               AND CHGP-BILL-MONTH(5:1) = '-'
                               AND CHGP-BILL-MONTH(6:2) IS NUMERIC
                               AND CHGP-BILL-MONTH(6:2) >= '01'
                               AND CHGP-BILL-MONTH(6:2) <= '12'
                               MOVE CHGP-BILL-MONTH TO WS-BILL-MONTH
                           ELSE
                               MOVE "INVALID BILL-MONTH, DEFAULT KEPT"
                                   TO WS-ERR-MESSAGE
                               PERFORM LOG-ERROR-SECTION
                           END-IF
                       END-IF
                       IF CHGP-RATE-PER-GB IS NUMERIC
                           MOVE CHGP-RATE-PER-GB TO WS-RATE-PER-GB
                       ELSE
                           MOVE "INVALID RATE-PER-GB, DEFAULT KEPT"
                               TO WS-ERR-MESSAGE
                           PERFORM LOG-ERROR-SECTION
                       END-IF
               END-READ
               CLOSE CHARGE-PARM-FILE
           END-IF.

      * Loads the ownership registry. No registry at all is
      * logged and bills every table UNOWNED - the report is
      * still the inventory finance needs to start one from.
       LOAD-OWNER-REG-SECTION.
           OPEN INPUT OWNER-REG-FILE.
           IF WS-OWNREG-STATUS = "00"
               PERFORM UNTIL END-OF-OWNREG
                   READ OWNER-REG-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-OWNREG
                       NOT AT END
                           IF WS-OWN-COUNT >= 2000
                               MOVE "OWNREG EXCEEDS 2000 ENTRIES"
                                   TO WS-ERR-MESSAGE
                               PERFORM LOG-ERROR-SECTION
                               IF RETURN-CODE < 4
                                   MOVE 4 TO RETURN-CODE
                               END-IF
                               MOVE 'Y' TO WS-EOF-OWNREG
                           ELSE
                               ADD 1 TO WS-OWN-COUNT
                               MOVE OWNR-SCHEMA-NAME
                                   TO WS-OWN-SCHEMA(WS-OWN-COUNT)
                               MOVE OWNR-TABLE-PATTERN
                                   TO WS-OWN-PATTERN(WS-OWN-COUNT)
                               MOVE OWNR-APPLICATION
                                   TO WS-OWN-APPLICATION(WS-OWN-COUNT)
                               MOVE OWNR-COST-CENTER
                                   TO WS-OWN-COST-CENTER(WS-OWN-COUNT)
                               MOVE OWNR-OWNER-CONTACT
                                   TO WS-OWN-CONTACT(WS-OWN-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OWNER-REG-FILE
           ELSE
               MOVE "NO OWNREG FILE, ALL TABLES REPORT UNOWNED"
                   TO WS-ERR-MESSAGE
               PERFORM LOG-ERROR-SECTION
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
           CLOSE HIST-IN-FILE.
           CLOSE CHARGE-RPT-FILE.
           CLOSE ERROR-LOG-FILE.
