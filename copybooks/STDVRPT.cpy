      *----------------------------------------------------------
      * Standards compliance report line.
      *   TABLE   - a base table breaking its schema's standard:
      *             its engine, character set (from the table
      *             collation), collation and row format, with an
      *             'X' flag on each attribute that is off
      *             standard. TOTAL-BYTES is data + index.
      *   COLUMN  - a string column whose character set or
      *             collation is off standard; TOTAL-BYTES is the
      *             owning table's size.
      *   SUMMARY - one per schema: base tables checked, how many
      *             are compliant and non-compliant (a table with
      *             any TABLE or COLUMN violation), the COLUMN
      *             violations, and TOTAL-BYTES of the
      *             non-compliant tables - the conversion backlog.
      * SUMMARY lines are also appended to STDHIST each run so
      * the backlog can be followed month to month.
      *----------------------------------------------------------
       01  STD-VIOL-RECORD.
           05  STDV-LINE-TYPE      PIC X(7).
               88  STDV-IS-TABLE       VALUE 'TABLE'.
               88  STDV-IS-COLUMN      VALUE 'COLUMN'.
               88  STDV-IS-SUMMARY     VALUE 'SUMMARY'.
           05  STDV-RUN-DATE       PIC X(10).
           05  STDV-SCHEMA-NAME    PIC X(64).
           05  STDV-TABLE-NAME     PIC X(100).
           05  STDV-COLUMN-NAME    PIC X(64).
           05  STDV-ENGINE         PIC X(20).
           05  STDV-CHARSET        PIC X(20).
           05  STDV-COLLATION      PIC X(40).
           05  STDV-ROW-FORMAT     PIC X(10).
           05  STDV-ENGINE-FLAG    PIC X(1).
           05  STDV-CHARSET-FLAG   PIC X(1).
           05  STDV-COLLATE-FLAG   PIC X(1).
           05  STDV-ROWFMT-FLAG    PIC X(1).
           05  STDV-TABLES         PIC 9(7).
           05  STDV-COMPLIANT      PIC 9(7).
           05  STDV-NONCOMPLIANT   PIC 9(7).
           05  STDV-COLUMNS        PIC 9(7).
           05  STDV-TOTAL-BYTES    PIC 9(15).
