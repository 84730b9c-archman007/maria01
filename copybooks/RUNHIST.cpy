      *----------------------------------------------------------
      * Run-history master record - every night's RUNSTAT records
      * posted by RunPost, keyed by run date and step name. The
      * fields are RUNSTAT's, plus the step's elapsed time in
      * seconds worked out from its start and end stamps (zero
      * for a SKIPPED step). A rerun of the chain on the same
      * date replaces that date's records.
      *----------------------------------------------------------
       01  RUN-HIST-RECORD.
           05  RHST-RUN-DATE       PIC X(10).
           05  RHST-STEP-NAME      PIC X(12).
           05  RHST-STATUS         PIC X(8).
               88  RHST-IS-CLEAN       VALUE 'CLEAN'.
               88  RHST-IS-WARNING     VALUE 'WARNING'.
               88  RHST-IS-FAILED      VALUE 'FAILED'.
               88  RHST-IS-SKIPPED     VALUE 'SKIPPED'.
           05  RHST-START-TIME     PIC X(21).
           05  RHST-END-TIME       PIC X(21).
           05  RHST-RETURN-CODE    PIC 9(2).
           05  RHST-RECORDS-WRITTEN PIC 9(9).
           05  RHST-ELAPSED-SECS   PIC 9(7).
