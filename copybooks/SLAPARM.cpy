      *----------------------------------------------------------
      * Batch-window SLA parameter record. One record per step
      * (STEP-NAME as NightRun writes it to RUNSTAT) giving the
      * minutes the step is expected to take, plus one record
      * with STEP-NAME '*CHAIN' for the chain as a whole:
      * EXPECT-MINUTES is the whole chain's expected elapsed
      * time, MUST-FINISH the HHMM clock time the chain must be
      * done by, OVER-PCT how far above its rolling average a
      * step's night must run to be reported (default 50),
      * AVG-NIGHTS the nights the rolling average covers
      * (default 7), TREND-NIGHTS the nights the breach
      * projection is fitted over (default 28), CUTOVER-HH the
      * hour of day that divides one run night from the next
      * (default 12): a chain starting before it is held to that
      * same day's MUST-FINISH, one starting at or after it to
      * the next day's. The last five are ignored on step
      * records. No '*CHAIN' record means a 0600 deadline and
      * the defaults.
      *----------------------------------------------------------
       01  SLA-PARM-RECORD.
           05  SLAP-STEP-NAME      PIC X(12).
           05  SLAP-EXPECT-MINUTES PIC 9(5).
           05  SLAP-MUST-FINISH    PIC 9(4).
           05  SLAP-OVER-PCT       PIC 9(3).
           05  SLAP-AVG-NIGHTS     PIC 9(3).
           05  SLAP-TREND-NIGHTS   PIC 9(3).
           05  SLAP-CUTOVER-HH     PIC 9(2).
