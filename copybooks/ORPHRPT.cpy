      *----------------------------------------------------------
      * Orphan-row verification report line - one per foreign
      * key in the referential-integrity map, carrying the actual
      * count of child rows whose key values have no matching
      * parent row. OK no orphans; ORPHAN one or more orphaned
      * child rows; SQLERR the count itself failed.
      *----------------------------------------------------------
       01  ORPHAN-VERIFY-RECORD.
           05  ORPH-STATUS         PIC X(8).
               88  ORPH-IS-OK          VALUE 'OK'.
               88  ORPH-IS-ORPHAN      VALUE 'ORPHAN'.
               88  ORPH-IS-SQLERR      VALUE 'SQLERR'.
           05  ORPH-CHILD-SCHEMA   PIC X(64).
           05  ORPH-CHILD-TABLE    PIC X(100).
           05  ORPH-CONSTRAINT-NAME PIC X(100).
           05  ORPH-PARENT-SCHEMA  PIC X(64).
           05  ORPH-PARENT-TABLE   PIC X(100).
           05  ORPH-COLUMN-COUNT   PIC 9(2).
           05  ORPH-ORPHAN-ROWS    PIC 9(15).
