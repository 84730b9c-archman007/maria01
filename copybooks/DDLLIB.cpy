      *----------------------------------------------------------
      * DDL library record - one line of one captured version of
      * a table's or view's CREATE statement (SHOW CREATE TABLE /
      * SHOW CREATE VIEW text), keyed by schema, table, version
      * date and line number, and kept in that order. A version
      * is only added when the captured text differs from the
      * latest one already held, so the version date is the run
      * date on which that DDL was first seen. A source line
      * longer than the text field is carried on as many records
      * as it needs, each after the first flagged 'C'.
      *----------------------------------------------------------
       01  DDL-LIB-RECORD.
           05  DDLB-SCHEMA-NAME    PIC X(64).
           05  DDLB-TABLE-NAME     PIC X(100).
           05  DDLB-VERSION-DATE   PIC X(10).
           05  DDLB-OBJECT-TYPE    PIC X(5).
               88  DDLB-IS-TABLE       VALUE 'TABLE'.
               88  DDLB-IS-VIEW        VALUE 'VIEW'.
           05  DDLB-LINE-NO        PIC 9(5).
           05  DDLB-CONT-FLAG      PIC X(1).
               88  DDLB-IS-CONTINUED   VALUE 'C'.
           05  DDLB-LINE-TEXT      PIC X(200).
