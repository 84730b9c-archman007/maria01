      *----------------------------------------------------------
      * Open-event master record - one per condition the event
      * feed has raised to the monitoring agent and not yet
      * closed, kept in event-key order. The key names the
      * condition exactly: the exception file it came from
      * (SOURCE), the kind of exception (CONDITION), the table,
      * and DETAIL for what else tells two conditions on one
      * table apart - the amount column, the grantee and
      * privilege, or the chain step name. FIRST-DATE is the run
      * date the event was opened, LAST-DATE the last run date
      * the condition was still there, NIGHTS how many run dates
      * it has been seen on; SEVERITY, NOTIFY and MESSAGE are as
      * last sent.
      *----------------------------------------------------------
       01  OPEN-EVENT-RECORD.
           05  EVOP-EVENT-KEY.
               10  EVOP-SOURCE         PIC X(8).
               10  EVOP-CONDITION      PIC X(8).
               10  EVOP-SCHEMA-NAME    PIC X(64).
               10  EVOP-TABLE-NAME     PIC X(100).
               10  EVOP-DETAIL         PIC X(130).
           05  EVOP-SEVERITY       PIC X(8).
           05  EVOP-NOTIFY         PIC X(6).
           05  EVOP-FIRST-DATE     PIC X(10).
           05  EVOP-LAST-DATE      PIC X(10).
           05  EVOP-NIGHTS         PIC 9(5).
           05  EVOP-MESSAGE        PIC X(120).
