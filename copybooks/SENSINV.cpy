      *----------------------------------------------------------
      * Sensitive-data inventory record - one per SCHEMINV
      * column the classification tags. Source says whether a
      * schema.table.column override or a column-name pattern
      * decided the class; the pattern that matched is kept so
      * a surprising tag can be traced back to its SENSPAT line.
      *----------------------------------------------------------
       01  SENS-INV-RECORD.
           05  SNSI-SCHEMA-NAME    PIC X(64).
           05  SNSI-TABLE-NAME     PIC X(100).
           05  SNSI-COLUMN-NAME    PIC X(100).
           05  SNSI-DATA-TYPE      PIC X(40).
           05  SNSI-CLASS          PIC X(10).
           05  SNSI-SOURCE         PIC X(8).
               88  SNSI-IS-PATTERN     VALUE 'PATTERN'.
               88  SNSI-IS-OVERRIDE    VALUE 'OVERRIDE'.
           05  SNSI-PATTERN        PIC X(100).
