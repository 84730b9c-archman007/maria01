      *----------------------------------------------------------
      * Outbound monitoring event - the fixed-format file the
      * enterprise monitoring agent picks up after the night
      * chain. EVENT-KEY is stable from night to night for the
      * same condition (see the open-event master), so the agent
      * correlates on it: OPEN raises a new ticket, UPDATE means
      * the condition is still there on another night (same
      * ticket, severity and message as of tonight), CLOSE means
      * it has cleared. NOTIFY PAGE goes to the on-call DBA;
      * TICKET goes to the queue only. OBJECT-NAME is
      * schema.table, or the chain step name for a failed step.
      *----------------------------------------------------------
       01  EVENT-FEED-RECORD.
           05  EVTF-EVENT-TYPE     PIC X(6).
               88  EVTF-IS-OPEN        VALUE 'OPEN'.
               88  EVTF-IS-UPDATE      VALUE 'UPDATE'.
               88  EVTF-IS-CLOSE       VALUE 'CLOSE'.
           05  EVTF-SEVERITY       PIC X(8).
               88  EVTF-IS-CRITICAL    VALUE 'CRITICAL'.
               88  EVTF-IS-MAJOR       VALUE 'MAJOR'.
               88  EVTF-IS-MINOR       VALUE 'MINOR'.
               88  EVTF-IS-CLEAR       VALUE 'CLEAR'.
           05  EVTF-NOTIFY         PIC X(6).
               88  EVTF-IS-PAGE        VALUE 'PAGE'.
               88  EVTF-IS-TICKET      VALUE 'TICKET'.
           05  EVTF-EVENT-STAMP    PIC X(21).
           05  EVTF-EVENT-KEY.
               10  EVTF-SOURCE         PIC X(8).
               10  EVTF-CONDITION      PIC X(8).
               10  EVTF-SCHEMA-NAME    PIC X(64).
               10  EVTF-TABLE-NAME     PIC X(100).
               10  EVTF-DETAIL         PIC X(130).
           05  EVTF-OBJECT-NAME    PIC X(165).
           05  EVTF-FIRST-DATE     PIC X(10).
           05  EVTF-NIGHTS         PIC 9(5).
           05  EVTF-MESSAGE        PIC X(120).
