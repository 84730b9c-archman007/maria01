      *----------------------------------------------------------
      * Optimizer-statistics staleness report line - the true
      * row count from the row-count verification report set
      * against the catalog's table_rows estimate for the same
      * table. OK estimate within tolerance; STALE estimate off
      * by more than the STATPARM percentage; NOEST counted but
      * no catalog estimate on file. EST-SOURCE says which
      * extract the estimate came from (STORRPT or SCHEMINV).
      * DIFF-PCT is the estimate's error relative to the true
      * count.
      *----------------------------------------------------------
       01  STAT-RPT-RECORD.
           05  STAT-STATUS         PIC X(8).
               88  STAT-IS-OK          VALUE 'OK'.
               88  STAT-IS-STALE       VALUE 'STALE'.
               88  STAT-IS-NOEST       VALUE 'NOEST'.
           05  STAT-SCHEMA-NAME    PIC X(64).
           05  STAT-TABLE-NAME     PIC X(100).
           05  STAT-ACTUAL-ROWS    PIC 9(15).
           05  STAT-EST-ROWS       PIC 9(15).
           05  STAT-EST-SOURCE     PIC X(8).
           05  STAT-DIFFERENCE     PIC S9(15)
                                       SIGN LEADING SEPARATE.
           05  STAT-DIFF-PCT       PIC S9(7)V9(2)
                                       SIGN LEADING SEPARATE.
