      *----------------------------------------------------------
      * Change reconciliation report line - one per drift,
      * column-drift or grant exception from the night, judged
      * against the approved-change calendar, plus one NOSHOW
      * line per approved change whose window closed without
      * the change ever appearing.
      *   AUTHORIZED     - a ticket covers it and its window
      *                    overlaps the look-back span
      *   OUTSIDE-WINDOW - a ticket covers it, but no covering
      *                    ticket's window does
      *   UNAUTHORIZED   - no ticket covers it at all
      *   NOSHOW         - approved, window closed, never seen
      * Detail carries the exception type, column or grantee
      * that makes the line specific. A change is judged on the
      * night it first appears; while its exception stays open
      * later nights repeat that verdict, ticket and window.
      *----------------------------------------------------------
       01  CHANGE-RECON-RECORD.
           05  CRCN-STATUS         PIC X(14).
               88  CRCN-IS-AUTHORIZED  VALUE 'AUTHORIZED'.
               88  CRCN-IS-OUTSIDE     VALUE 'OUTSIDE-WINDOW'.
               88  CRCN-IS-UNAUTH      VALUE 'UNAUTHORIZED'.
               88  CRCN-IS-NOSHOW      VALUE 'NOSHOW'.
           05  CRCN-SOURCE         PIC X(8).
           05  CRCN-CHANGE-TYPE    PIC X(6).
           05  CRCN-SCHEMA-NAME    PIC X(64).
           05  CRCN-TABLE-NAME     PIC X(100).
           05  CRCN-DETAIL         PIC X(100).
           05  CRCN-TICKET         PIC X(12).
           05  CRCN-WINDOW-START   PIC X(16).
           05  CRCN-WINDOW-END     PIC X(16).
