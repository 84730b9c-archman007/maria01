      *----------------------------------------------------------
      * Sensitive-data classification record. Two kinds share
      * the file:
      *   P - a column-name pattern and the class it implies.
      *       The pattern is an exact column name, a prefix
      *       ending in '%', a suffix starting with '%', a
      *       fragment wrapped in '%...%', or a lone '%'. Case is
      *       ignored. Schema and table are spaces. First
      *       matching pattern wins, so put specific names ahead
      *       of broad fragments in the file.
      *   O - an override for one schema.table.column, applied
      *       ahead of every pattern. Class NONE declares a
      *       column the patterns flag as not sensitive after
      *       all.
      * The class is a short code of the shop's choosing (PII,
      * PCI, PHI, SECRET and so on).
      *----------------------------------------------------------
       01  SENS-PATTERN-RECORD.
           05  SPAT-REC-TYPE       PIC X(1).
               88  SPAT-IS-PATTERN     VALUE 'P'.
               88  SPAT-IS-OVERRIDE    VALUE 'O'.
           05  SPAT-CLASS          PIC X(10).
               88  SPAT-IS-NONE        VALUE 'NONE'.
           05  SPAT-SCHEMA-NAME    PIC X(64).
           05  SPAT-TABLE-NAME     PIC X(100).
           05  SPAT-COLUMN-PATTERN PIC X(100).
