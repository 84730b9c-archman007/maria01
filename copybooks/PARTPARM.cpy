      *----------------------------------------------------------
      * Partition policy parameter record - one per schema and
      * table pattern, patterns in the CAPLIMIT shapes ('%'
      * alone, 'prefix%', or an exact name; schema exact or '%').
      * First matching entry wins, so put specific tables ahead
      * of catch-alls. RUNWAY-PERIODS is the fewest future
      * partitions (periods past the current one) a date-ranged
      * table may have before it is flagged LOW. RETAIN-DAYS is
      * how much history a table keeps: a partition whose whole
      * range is older than that is listed as a drop candidate;
      * zero means no retention check. A table no entry matches
      * gets the compiled defaults (3 periods, no retention).
      *----------------------------------------------------------
       01  PART-PARM-RECORD.
           05  PRTP-SCHEMA-NAME    PIC X(64).
           05  PRTP-TABLE-PATTERN  PIC X(100).
           05  PRTP-RUNWAY-PERIODS PIC 9(3).
           05  PRTP-RETAIN-DAYS    PIC 9(5).
