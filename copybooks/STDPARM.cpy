      *----------------------------------------------------------
      * Table standards parameter record - one per schema, or
      * schema '%' for the house default the other schemas fall
      * back to. ENGINE is the required storage engine, CHARSET
      * the required character set for tables and string
      * columns, COLLATION the schema's one approved collation
      * (blank accepts any collation of CHARSET), ROW-FORMAT the
      * required ROW_FORMAT (blank means no row-format policy).
      * Engine and row format compare without regard to case. A
      * schema with no entry and no '%' entry is held to InnoDB
      * and utf8mb4 only.
      *----------------------------------------------------------
       01  STD-PARM-RECORD.
           05  STDP-SCHEMA-NAME    PIC X(64).
           05  STDP-ENGINE         PIC X(20).
           05  STDP-CHARSET        PIC X(20).
           05  STDP-COLLATION      PIC X(40).
           05  STDP-ROW-FORMAT     PIC X(10).
