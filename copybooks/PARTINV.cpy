      *----------------------------------------------------------
      * Partition inventory record - one per partition of every
      * partitioned table in the schemas covered, from
      * information_schema.partitions. Subpartitions are rolled
      * up into their partition (rows and lengths summed). METHOD
      * is the partitioning method (RANGE, RANGE COLUMNS, LIST,
      * HASH, KEY ...), EXPRESSION the partitioning expression or
      * column list, UPPER-BOUND the partition's VALUES LESS THAN
      * bound (or its LIST values), each cut to its field width.
      *----------------------------------------------------------
       01  PART-INV-RECORD.
           05  PINV-SCHEMA-NAME    PIC X(64).
           05  PINV-TABLE-NAME     PIC X(100).
           05  PINV-PARTITION-NAME PIC X(64).
           05  PINV-ORDINAL        PIC 9(5).
           05  PINV-METHOD         PIC X(13).
           05  PINV-EXPRESSION     PIC X(60).
           05  PINV-UPPER-BOUND    PIC X(40).
           05  PINV-TABLE-ROWS     PIC 9(15).
           05  PINV-DATA-LENGTH    PIC 9(15).
           05  PINV-INDEX-LENGTH   PIC 9(15).
