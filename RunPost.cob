       IDENTIFICATION DIVISION.
       PROGRAM-ID. RunPost.

      * Posts the night's run-status records (RUNSTAT, rewritten by
      * NightRun every night) into the run-history master, keyed
      * by run date and step, so the batch window's elapsed times
      * survive past the next night and RunSla can report their
      * trend against the SLA.
      *
      * Old-master/new-master update in the StorTrend manner:
      * tonight's RUNSTAT is sorted on step name, then balance-
      * line merged with the old history master (RUNHIST, already
      * in key order because this program wrote it) into the new
      * master (RUNHNEW). NightRun catalogs RUNHNEW as the next
      * run's RUNHIST once this step ends below 8. A rerun on the
      * same date replaces that date's records step for step.
      * Each posted record carries the step's elapsed seconds.
      *
      * RETURN-CODE: 4 when a run-status record had unreadable
      * timestamps (posted with zero elapsed); 16 when a file
      * can't be opened.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-STATUS-FILE ASSIGN TO "RUNSTAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUNSTAT-STATUS.
           SELECT SORTED-STAT-FILE ASSIGN TO "RUNSSRT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUNSSRT-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".
           SELECT HIST-IN-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HISTIN-STATUS.
           SELECT HIST-OUT-FILE ASSIGN TO "RUNHNEW"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HISTOUT-STATUS.
           SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ERRLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-STATUS-FILE
           RECORDING MODE IS F.
       COPY RUNSTAT.

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SRTW-RUN-DATE       PIC X(10).
           05  SRTW-STEP-NAME      PIC X(12).
           05  SRTW-STATUS         PIC X(8).
           05  SRTW-START-TIME     PIC X(21).
           05  SRTW-END-TIME       PIC X(21).
           05  SRTW-RETURN-CODE    PIC 9(2).
           05  SRTW-RECORDS-WRITTEN PIC 9(9).

       FD  SORTED-STAT-FILE
           RECORDING MODE IS F.
       01  SORTED-STAT-RECORD.
           05  SSRT-RUN-DATE       PIC X(10).
           05  SSRT-STEP-NAME      PIC X(12).
           05  SSRT-STATUS         PIC X(8).
           05  SSRT-START-TIME     PIC X(21).
           05  SSRT-END-TIME       PIC X(21).
           05  SSRT-RETURN-CODE    PIC 9(2).
           05  SSRT-RECORDS-WRITTEN PIC 9(9).

       FD  HIST-IN-FILE
           RECORDING MODE IS F.
       COPY RUNHIST.

       FD  HIST-OUT-FILE
           RECORDING MODE IS F.
       01  HIST-OUT-RECORD.
           05  HOUT-RUN-DATE       PIC X(10).
           05  HOUT-STEP-NAME      PIC X(12).
           05  HOUT-STATUS         PIC X(8).
           05  HOUT-START-TIME     PIC X(21).
           05  HOUT-END-TIME       PIC X(21).
           05  HOUT-RETURN-CODE    PIC 9(2).
           05  HOUT-RECORDS-WRITTEN PIC 9(9).
           05  HOUT-ELAPSED-SECS   PIC 9(7).

       FD  ERROR-LOG-FILE
           RECORDING MODE IS F.
       COPY ERRLOG.

       WORKING-STORAGE SECTION.

       01  WS-RUNSTAT-STATUS  PIC XX.
       01  WS-RUNSSRT-STATUS  PIC XX.
       01  WS-HISTIN-STATUS   PIC XX.
       01  WS-HISTOUT-STATUS  PIC XX.
       01  WS-ERRLOG-STATUS   PIC XX.

      * Current run timestamp and working fields for error logging
       01  WS-CURRENT-DATE    PIC X(21).
       01  WS-ERR-MESSAGE     PIC X(80).

      * DSN column of the shared error-log record; this program
      * never connects anywhere, so it stamps its own name there.
       01  WS-ERR-SOURCE      PIC X(50) VALUE 'RunPost'.

       01  WS-EOF-SORTED      PIC X VALUE 'N'.
           88  END-OF-SORTED      VALUE 'Y'.
       01  WS-EOF-HIST        PIC X VALUE 'N'.
           88  END-OF-HIST        VALUE 'Y'.

      * Balance-line merge keys - tonight's record vs the history
      * master record currently in hand. Run date (YYYY-MM-DD
      * text) then step name, the order the master is kept in.
       01  WS-CUR-KEY.
           05  WS-CUR-RUN-DATE    PIC X(10).
           05  WS-CUR-STEP        PIC X(12).
       01  WS-HIST-KEY.
           05  WS-HIST-RUN-DATE   PIC X(10).
           05  WS-HIST-STEP       PIC X(12).

      * Timestamp arithmetic - CURRENT-DATE style stamps
      * (YYYYMMDDHHMMSScc...) to seconds from a fixed day, so an
      * elapsed time across midnight or a month end comes out
      * right.
       01  WS-STAMP-IN        PIC X(21).
       01  WS-STAMP-DATE      PIC 9(8).
       01  WS-STAMP-HH        PIC 9(2).
       01  WS-STAMP-MI        PIC 9(2).
       01  WS-STAMP-SS        PIC 9(2).
       01  WS-STAMP-SECS      PIC S9(12) COMP.
       01  WS-START-SECS      PIC S9(12) COMP.
       01  WS-END-SECS        PIC S9(12) COMP.
       01  WS-ELAPSED-SECS    PIC S9(12) COMP.

       01  WS-POSTED-COUNT    PIC 9(5) VALUE 0.
       01  WS-REPLACED-COUNT  PIC 9(5) VALUE 0.
       01  WS-BAD-STAMP-COUNT PIC 9(5) VALUE 0.

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

      * Run stand-alone on a morning with no RUNSTAT there is
      * nothing to post, and the SORT would abend on it.
           OPEN INPUT RUN-STATUS-FILE.
           IF WS-RUNSTAT-STATUS NOT = "00"
               MOVE "RUN-STATUS-FILE OPEN FAILED" TO WS-ERR-MESSAGE
               PERFORM LOG-ERROR-SECTION
               MOVE 16 TO RETURN-CODE
               CLOSE ERROR-LOG-FILE
               GOBACK
           END-IF.
           CLOSE RUN-STATUS-FILE.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRTW-RUN-DATE
                                SRTW-STEP-NAME
               USING RUN-STATUS-FILE
               GIVING SORTED-STAT-FILE.

           OPEN INPUT SORTED-STAT-FILE.
           IF WS-RUNSSRT-STATUS NOT = "00"
               MOVE "SORTED-STAT-FILE OPEN FAILED" TO WS-ERR-MESSAGE
               PERFORM LOG-ERROR-SECTION
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-SECTION
               GOBACK
           END-IF.

           OPEN OUTPUT HIST-OUT-FILE.
           IF WS-HISTOUT-STATUS NOT = "00"
               MOVE "HIST-OUT-FILE OPEN FAILED" TO WS-ERR-MESSAGE
               PERFORM LOG-ERROR-SECTION
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-SECTION
               GOBACK
           END-IF.

      * No history master yet is the first night, not an error;
      * any other open failure means a master that exists but
      * can't be read, and merging without it would quietly
      * discard the accumulated history, so that aborts instead.
           OPEN INPUT HIST-IN-FILE.
           IF WS-HISTIN-STATUS = "35"
               MOVE 'Y' TO WS-EOF-HIST
           ELSE
               IF WS-HISTIN-STATUS NOT = "00"
                   MOVE "HIST-IN-FILE OPEN FAILED" TO WS-ERR-MESSAGE
                   PERFORM LOG-ERROR-SECTION
                   MOVE 16 TO RETURN-CODE
                   PERFORM CLOSE-FILES-SECTION
                   GOBACK
               END-IF
           END-IF.

           PERFORM READ-SORTED-SECTION.
           IF NOT END-OF-HIST
               PERFORM READ-HIST-SECTION
           END-IF.

           PERFORM UNTIL END-OF-SORTED AND END-OF-HIST
               EVALUATE TRUE
                   WHEN END-OF-SORTED
                       PERFORM COPY-HIST-SECTION
                   WHEN END-OF-HIST
                       PERFORM POST-TONIGHT-SECTION
                   WHEN WS-HIST-KEY < WS-CUR-KEY
                       PERFORM COPY-HIST-SECTION
                   WHEN WS-HIST-KEY > WS-CUR-KEY
                       PERFORM POST-TONIGHT-SECTION
                   WHEN OTHER
                       ADD 1 TO WS-REPLACED-COUNT
                       PERFORM POST-TONIGHT-SECTION
                       PERFORM READ-HIST-SECTION
               END-EVALUATE
           END-PERFORM.

           PERFORM CLOSE-FILES-SECTION.

           IF WS-BAD-STAMP-COUNT > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "Done. Posted: " WS-POSTED-COUNT
               " Replaced: " WS-REPLACED-COUNT.
           GOBACK.

       READ-SORTED-SECTION.
           READ SORTED-STAT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SORTED
               NOT AT END
                   MOVE SSRT-RUN-DATE  TO WS-CUR-RUN-DATE
                   MOVE SSRT-STEP-NAME TO WS-CUR-STEP
           END-READ.

       READ-HIST-SECTION.
           READ HIST-IN-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-HIST
               NOT AT END
                   MOVE RHST-RUN-DATE  TO WS-HIST-RUN-DATE
                   MOVE RHST-STEP-NAME TO WS-HIST-STEP
           END-READ.

      * Carries an old-master record forward unchanged.
       COPY-HIST-SECTION.
           MOVE RUN-HIST-RECORD TO HIST-OUT-RECORD.
           WRITE HIST-OUT-RECORD.
           PERFORM READ-HIST-SECTION.

      * Posts tonight's record in hand with its elapsed seconds. A
      * SKIPPED step never started, so it posts as zero; a stamp
      * that won't convert also posts as zero but is logged.
       POST-TONIGHT-SECTION.
           MOVE 0 TO WS-ELAPSED-SECS.
           IF SSRT-STATUS NOT = 'SKIPPED'
               MOVE SSRT-START-TIME TO WS-STAMP-IN
               PERFORM STAMP-TO-SECS-SECTION
               MOVE WS-STAMP-SECS TO WS-START-SECS
               MOVE SSRT-END-TIME TO WS-STAMP-IN
               PERFORM STAMP-TO-SECS-SECTION
               MOVE WS-STAMP-SECS TO WS-END-SECS
               IF WS-START-SECS > 0 AND WS-END-SECS >= WS-START-SECS
                   COMPUTE WS-ELAPSED-SECS =
                       WS-END-SECS - WS-START-SECS
                   IF WS-ELAPSED-SECS > 9999999
                       MOVE 9999999 TO WS-ELAPSED-SECS
                   END-IF
               ELSE
                   ADD 1 TO WS-BAD-STAMP-COUNT
                   MOVE "RUN-STATUS TIMESTAMPS UNREADABLE, ELAPSED 0"
                       TO WS-ERR-MESSAGE
                   PERFORM LOG-ERROR-SECTION
               END-IF
           END-IF.
           MOVE SSRT-RUN-DATE        TO HOUT-RUN-DATE.
           MOVE SSRT-STEP-NAME       TO HOUT-STEP-NAME.
           MOVE SSRT-STATUS          TO HOUT-STATUS.
           MOVE SSRT-START-TIME      TO HOUT-START-TIME.
           MOVE SSRT-END-TIME        TO HOUT-END-TIME.
           MOVE SSRT-RETURN-CODE     TO HOUT-RETURN-CODE.
           MOVE SSRT-RECORDS-WRITTEN TO HOUT-RECORDS-WRITTEN.
           MOVE WS-ELAPSED-SECS      TO HOUT-ELAPSED-SECS.
           WRITE HIST-OUT-RECORD.
           ADD 1 TO WS-POSTED-COUNT.
           PERFORM READ-SORTED-SECTION.

      * Converts a CURRENT-DATE style stamp to seconds; 0 when it
      * isn't a readable date and time.
       STAMP-TO-SECS-SECTION.
           MOVE 0 TO WS-STAMP-SECS.
           IF WS-STAMP-IN(1:14) IS NUMERIC
               MOVE WS-STAMP-IN(1:8)  TO WS-STAMP-DATE
               MOVE WS-STAMP-IN(9:2)  TO WS-STAMP-HH
               MOVE WS-STAMP-IN(11:2) TO WS-STAMP-MI
               MOVE WS-STAMP-IN(13:2) TO WS-STAMP-SS
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-STAMP-DATE) = 0
                   AND WS-STAMP-HH < 24 AND WS-STAMP-MI < 60
                   AND WS-STAMP-SS < 60
                   COMPUTE WS-STAMP-SECS =
                       FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE) * 86400
                       + WS-STAMP-HH * 3600 + WS-STAMP-MI * 60
                       + WS-STAMP-SS
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
           CLOSE SORTED-STAT-FILE.
           CLOSE HIST-IN-FILE.
           CLOSE HIST-OUT-FILE.
           CLOSE ERROR-LOG-FILE.
