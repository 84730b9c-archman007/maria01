      *----------------------------------------------------------
      * Weekly batch-window SLA report line. The week is the
      * seven run dates ending on the report date.
      *   STEP    - one per step that ran in the week, and one
      *             for '*CHAIN' (first start to last end):
      *             NIGHTS run, ELAPSED the week's average, BASE
      *             the prior week's, MAX the week's longest,
      *             CHANGE-PCT week over week. FLAG OVERSLA when
      *             the week's average is above EXPECTED.
      *   LATE    - one per night the chain finished past the
      *             deadline: ELAPSED the chain's minutes,
      *             FINISH-TIME / DEADLINE, MARGIN the minutes
      *             late.
      *   OVERAVG - one per step night running more than OVER-PCT
      *             above the step's rolling average (BASE), by
      *             CHANGE-PCT.
      *   PROJECT - the deadline breach projection from a straight
      *             line fitted to the chain's finish over the
      *             trend nights: FINISH-TIME the fitted finish
      *             today, MARGIN the minutes left before the
      *             deadline, GROWTH the minutes later per night.
      *             FLAG BREACHED (fitted finish already late),
      *             TRENDING (RUN-DATE is the projected breach
      *             date), STABLE (not getting later) or NODATA
      *             (fewer than three nights to fit).
      * Times are minutes; FINISH-TIME and DEADLINE are HH:MM.
      *----------------------------------------------------------
       01  SLA-RPT-RECORD.
           05  SLAR-LINE-TYPE      PIC X(8).
               88  SLAR-IS-STEP        VALUE 'STEP'.
               88  SLAR-IS-LATE        VALUE 'LATE'.
               88  SLAR-IS-OVERAVG     VALUE 'OVERAVG'.
               88  SLAR-IS-PROJECT     VALUE 'PROJECT'.
           05  SLAR-FLAG           PIC X(8).
           05  SLAR-RUN-DATE       PIC X(10).
           05  SLAR-STEP-NAME      PIC X(12).
           05  SLAR-NIGHTS         PIC 9(3).
           05  SLAR-ELAPSED-MIN    PIC 9(5).
           05  SLAR-BASE-MIN       PIC 9(5).
           05  SLAR-MAX-MIN        PIC 9(5).
           05  SLAR-EXPECTED-MIN   PIC 9(5).
           05  SLAR-CHANGE-PCT     PIC S9(5)V9(2)
                                       SIGN LEADING SEPARATE.
           05  SLAR-FINISH-TIME    PIC X(5).
           05  SLAR-DEADLINE       PIC X(5).
           05  SLAR-MARGIN-MIN     PIC S9(5)
                                       SIGN LEADING SEPARATE.
           05  SLAR-GROWTH-MIN     PIC S9(3)V9(2)
                                       SIGN LEADING SEPARATE.
