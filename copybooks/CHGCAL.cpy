      *----------------------------------------------------------
      * Approved-change calendar record - one per change ticket
      * (or per table pattern within a ticket). Schema is an
      * exact name or a lone '%'; the table pattern takes the
      * CAPLIMIT shapes (exact, prefix ending in '%', lone '%').
      * The window is YYYY-MM-DD HH:MM local time, start and end
      * inclusive. Change type says what the ticket allows:
      *   CREATE - a table appearing (drift NEW)
      *   DROP   - a table disappearing (drift MISSING)
      *   ALTER  - column added, dropped or redefined (COLDRIFT)
      *   GRANT  - privileges on a new or dropped table
      *   ANY    - all of the above
      *----------------------------------------------------------
       01  CHANGE-CAL-RECORD.
           05  CCAL-TICKET         PIC X(12).
           05  CCAL-SCHEMA-NAME    PIC X(64).
           05  CCAL-TABLE-PATTERN  PIC X(100).
           05  CCAL-WINDOW-START   PIC X(16).
           05  CCAL-WINDOW-END     PIC X(16).
           05  CCAL-CHANGE-TYPE    PIC X(6).
               88  CCAL-IS-CREATE      VALUE 'CREATE'.
               88  CCAL-IS-DROP        VALUE 'DROP'.
               88  CCAL-IS-ALTER       VALUE 'ALTER'.
               88  CCAL-IS-GRANT       VALUE 'GRANT'.
               88  CCAL-IS-ANY         VALUE 'ANY'.
