      *----------------------------------------------------------
      * Sensitive-data exception record - a column COLDRIFT
      * reports ADDED since the prior run whose name the
      * classification tags as sensitive: personal data arriving
      * in a table nobody has reviewed for it yet.
      *----------------------------------------------------------
       01  SENS-EXCP-RECORD.
           05  SNSE-EXCEPTION-TYPE PIC X(8).
               88  SNSE-IS-NEWSENS     VALUE 'NEWSENS'.
           05  SNSE-SCHEMA-NAME    PIC X(64).
           05  SNSE-TABLE-NAME     PIC X(100).
           05  SNSE-COLUMN-NAME    PIC X(100).
           05  SNSE-DATA-TYPE      PIC X(40).
           05  SNSE-CLASS          PIC X(10).
           05  SNSE-SOURCE         PIC X(8).
