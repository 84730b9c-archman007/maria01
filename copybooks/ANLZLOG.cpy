      *----------------------------------------------------------
      * ANALYZE TABLE run log line - one per work-list table
      * StatCheck was asked to re-analyze. DONE the server
      * reported success; FAILED the statement failed or the
      * server answered with an error row; BUDGET not run
      * because the time budget was spent. MSG-TYPE/MSG-TEXT are
      * the last row of the server's ANALYZE result set.
      *----------------------------------------------------------
       01  ANALYZE-LOG-RECORD.
           05  ALOG-RANK           PIC 9(5).
           05  ALOG-SCHEMA-NAME    PIC X(64).
           05  ALOG-TABLE-NAME     PIC X(100).
           05  ALOG-RESULT         PIC X(8).
               88  ALOG-IS-DONE        VALUE 'DONE'.
               88  ALOG-IS-FAILED      VALUE 'FAILED'.
               88  ALOG-IS-BUDGET      VALUE 'BUDGET'.
           05  ALOG-START-TIME     PIC X(21).
           05  ALOG-END-TIME       PIC X(21).
           05  ALOG-ELAPSED-SECS   PIC 9(7).
           05  ALOG-MSG-TYPE       PIC X(10).
           05  ALOG-MSG-TEXT       PIC X(100).
