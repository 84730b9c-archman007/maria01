      *----------------------------------------------------------
      * DDL snapshot report record - one line per table in the
      * night's table list: NEW (first version captured),
      * CHANGED (a new version was added), UNCHANGED (DDL matches
      * the latest version held) or SQLERR (the SHOW CREATE
      * failed; the table's history is carried forward as it
      * was). VERSION-DATE is the version now current, PRIOR-DATE
      * the one it replaced.
      *----------------------------------------------------------
       01  DDL-SNAP-RECORD.
           05  DDLS-STATUS         PIC X(9).
               88  DDLS-IS-NEW         VALUE 'NEW'.
               88  DDLS-IS-CHANGED     VALUE 'CHANGED'.
               88  DDLS-IS-UNCHANGED   VALUE 'UNCHANGED'.
               88  DDLS-IS-SQLERR      VALUE 'SQLERR'.
           05  DDLS-SCHEMA-NAME    PIC X(64).
           05  DDLS-TABLE-NAME     PIC X(100).
           05  DDLS-OBJECT-TYPE    PIC X(5).
           05  DDLS-VERSION-DATE   PIC X(10).
           05  DDLS-PRIOR-DATE     PIC X(10).
           05  DDLS-LINE-COUNT     PIC 9(5).
