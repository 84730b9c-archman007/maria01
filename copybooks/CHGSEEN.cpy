      *----------------------------------------------------------
      * Change ticket disposition log - appended by ChgRecon,
      * never rewritten. SEEN: a change the ticket covers
      * surfaced on the run date. NOSHOW: the ticket's window
      * had closed by the run date with nothing seen, and the
      * NOSHOW line was reported - once, never again.
      * JUDGED: the change named by the change key (exception
      * file, schema, table, detail) surfaced for the first time
      * on the run date and was judged STATUS against TICKET and
      * its window (ticket and window blank when UNAUTHORIZED);
      * that verdict stands every night the exception stays
      * open. CLEARED: the exception was gone on the run date,
      * so the change key is free to be judged afresh if the
      * same change is ever made again. The change fields are
      * blank on SEEN and NOSHOW lines.
      *----------------------------------------------------------
       01  CHANGE-SEEN-RECORD.
           05  CSEN-TICKET         PIC X(12).
           05  CSEN-RUN-DATE       PIC X(10).
           05  CSEN-DISPOSITION    PIC X(8).
               88  CSEN-IS-SEEN        VALUE 'SEEN'.
               88  CSEN-IS-NOSHOW      VALUE 'NOSHOW'.
               88  CSEN-IS-JUDGED      VALUE 'JUDGED'.
               88  CSEN-IS-CLEARED     VALUE 'CLEARED'.
           05  CSEN-CHANGE-KEY.
               10  CSEN-SOURCE         PIC X(8).
               10  CSEN-SCHEMA-NAME    PIC X(64).
               10  CSEN-TABLE-NAME     PIC X(100).
               10  CSEN-DETAIL         PIC X(100).
           05  CSEN-STATUS         PIC X(14).
           05  CSEN-WINDOW-START   PIC X(16).
           05  CSEN-WINDOW-END     PIC X(16).
