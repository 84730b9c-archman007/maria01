      *----------------------------------------------------------
      * Storage chargeback parameter record - one record.
      * BILL-MONTH (YYYY-MM) is the month being billed; spaces
      * mean the calendar month before the run date, which is
      * what a run early in the month wants. RATE-PER-GB is the
      * monthly charge per GB (1073741824 bytes) of average
      * space held. No parameter file means the defaults ChgBack
      * compiles in (previous month, 1.0000 per GB), matching how
      * the suite's other optional parameter files degrade.
      *----------------------------------------------------------
       01  CHARGE-PARM-RECORD.
           05  CHGP-BILL-MONTH     PIC X(7).
           05  CHGP-RATE-PER-GB    PIC 9(5)V9(4).
