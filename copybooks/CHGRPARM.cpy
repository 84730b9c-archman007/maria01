      *----------------------------------------------------------
      * Change reconciliation parameter record (optional, one
      * record). Look-back is how many hours before the run a
      * change surfacing tonight may have been made - normally
      * the time since the previous night's run. An approved
      * window overlapping that span authorizes the change.
      * Default when the file is absent: 24.
      *----------------------------------------------------------
       01  CHGR-PARM-RECORD.
           05  CHGR-LOOKBACK-HOURS PIC 9(3).
