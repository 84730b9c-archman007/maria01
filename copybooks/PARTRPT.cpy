      *----------------------------------------------------------
      * Partition runway report line.
      *   RUNWAY   - one per date-ranged table: PARTITIONS dated
      *              partitions, FUTURE of them wholly past
      *              today's, REQUIRED the RUNWAY-PERIODS in force.
      *              FLAG OK, LOW (fewer future partitions than
      *              required) or NONE (no partition takes today's
      *              rows at all - loads are failing). PARTITION /
      *              bound are the table's last dated partition.
      *   DROPCAND - one per partition wholly older than the
      *              table's RETAIN-DAYS (in REQUIRED), oldest
      *              first.
      *   GROWTH   - for each table the trend report ranks
      *              FASTEST, the partition that grew most since
      *              the prior night's inventory (FLAG DELTA), or
      *              the largest one when there is no prior
      *              inventory to compare with (FLAG SIZE).
      * BOUND-DATE is the upper bound read as a date (TO_DAYS,
      * UNIX_TIMESTAMP, quoted date, YYYYMMDD, YYYYMM or year
      * bounds); TOTAL-BYTES is data + index.
      *----------------------------------------------------------
       01  PART-RPT-RECORD.
           05  PRPT-LINE-TYPE      PIC X(8).
               88  PRPT-IS-RUNWAY      VALUE 'RUNWAY'.
               88  PRPT-IS-DROPCAND    VALUE 'DROPCAND'.
               88  PRPT-IS-GROWTH      VALUE 'GROWTH'.
           05  PRPT-FLAG           PIC X(8).
               88  PRPT-IS-OK          VALUE 'OK'.
               88  PRPT-IS-LOW         VALUE 'LOW'.
               88  PRPT-IS-NONE        VALUE 'NONE'.
           05  PRPT-SCHEMA-NAME    PIC X(64).
           05  PRPT-TABLE-NAME     PIC X(100).
           05  PRPT-PARTITION-NAME PIC X(64).
           05  PRPT-UPPER-BOUND    PIC X(40).
           05  PRPT-BOUND-DATE     PIC X(10).
           05  PRPT-PARTITIONS     PIC 9(5).
           05  PRPT-FUTURE         PIC 9(5).
           05  PRPT-REQUIRED       PIC 9(5).
           05  PRPT-TOTAL-BYTES    PIC 9(15).
           05  PRPT-DELTA-BYTES    PIC S9(15)
                                       SIGN LEADING SEPARATE.
