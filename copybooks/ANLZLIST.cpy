      *----------------------------------------------------------
      * ANALYZE TABLE work list line - one per STALE table,
      * ranked worst first by the size of the estimate's miss in
      * rows (ABS-DIFF), so the tables where a bad plan costs the
      * most are refreshed first. STATEMENT is ready to paste.
      *----------------------------------------------------------
       01  ANALYZE-LIST-RECORD.
           05  ALST-RANK           PIC 9(5).
           05  ALST-SCHEMA-NAME    PIC X(64).
           05  ALST-TABLE-NAME     PIC X(100).
           05  ALST-ACTUAL-ROWS    PIC 9(15).
           05  ALST-EST-ROWS       PIC 9(15).
           05  ALST-ABS-DIFF       PIC 9(15).
           05  ALST-DIFF-PCT       PIC S9(7)V9(2)
                                       SIGN LEADING SEPARATE.
           05  ALST-STATEMENT      PIC X(200).
