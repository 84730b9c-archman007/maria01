      *----------------------------------------------------------
      * DDL history listing parameter record - one record naming
      * what DdlHist lists: a schema (or '%' for every schema)
      * and a table pattern in the CAPLIMIT shapes ('%' alone,
      * 'prefix%', or an exact name). Spaces in either field, or
      * no parameter file at all, mean every table in the
      * library.
      *----------------------------------------------------------
       01  DDL-HIST-PARM-RECORD.
           05  DDLP-SCHEMA-NAME    PIC X(64).
           05  DDLP-TABLE-PATTERN  PIC X(100).
