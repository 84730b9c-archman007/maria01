      *----------------------------------------------------------
      * Optimizer-statistics check parameter record - one record.
      * A table whose catalog row estimate is off from the true
      * count by more than STALE-PCT percent is flagged STALE,
      * unless both figures are under MIN-ROWS (a 400% miss on a
      * 30-row table isn't worth an ANALYZE). ANALYZE-TOP is how
      * many of the worst tables StatCheck re-analyzes itself,
      * stopping once BUDGET-MINUTES have passed; zero means list
      * only. No parameter file means the defaults StatCheck
      * compiles in (20 percent, 1000 rows, list only, 30
      * minutes), matching how the suite's other optional
      * parameter files degrade.
      *----------------------------------------------------------
       01  STAT-PARM-RECORD.
           05  STP-STALE-PCT       PIC 9(3).
           05  STP-MIN-ROWS        PIC 9(9).
           05  STP-ANALYZE-TOP     PIC 9(3).
           05  STP-BUDGET-MINUTES  PIC 9(3).
