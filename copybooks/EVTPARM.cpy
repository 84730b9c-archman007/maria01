      *----------------------------------------------------------
      * Event-feed severity override - one record per SOURCE and
      * CONDITION (as they appear in the event key) whose
      * built-in severity the site wants changed. SEVERITY is
      * CRITICAL, MAJOR or MINOR, or NONE to stop sending that
      * condition at all (any ticket already open for it then
      * closes). NOTIFY is PAGE or TICKET; blank pages for
      * CRITICAL and tickets otherwise.
      *----------------------------------------------------------
       01  EVENT-PARM-RECORD.
           05  EVPM-SOURCE         PIC X(8).
           05  EVPM-CONDITION      PIC X(8).
           05  EVPM-SEVERITY       PIC X(8).
           05  EVPM-NOTIFY         PIC X(6).
