      *----------------------------------------------------------
      * Storage chargeback report line. Line types:
      *   APPL     one per cost center and application - the
      *            average and peak bytes of every table the
      *            registry assigns to it over the billing month,
      *            and the charge at the month's rate per GB of
      *            average space;
      *   CCTOTAL  the cost center's total, after its APPL lines;
      *   UNOWNED  one per table no registry entry covers, with
      *            the charge nobody is paying;
      *   UNOWNTOT the UNOWNED section's total.
      * Average is the mean of the table's daily sizes in the
      * month (a month-end summary row counts once, at the
      * midpoint of its min and max); peak is the largest daily
      * size, and a group's peak is the sum of its tables' peaks.
      * SCHEMA/TABLE are filled on UNOWNED lines only; the
      * application, contact and cost center on APPL/CCTOTAL
      * lines only.
      *----------------------------------------------------------
       01  CHARGE-RPT-RECORD.
           05  CHGB-LINE-TYPE      PIC X(8).
               88  CHGB-IS-APPL        VALUE 'APPL'.
               88  CHGB-IS-CCTOTAL     VALUE 'CCTOTAL'.
               88  CHGB-IS-UNOWNED     VALUE 'UNOWNED'.
               88  CHGB-IS-UNOWNTOT    VALUE 'UNOWNTOT'.
           05  CHGB-BILL-MONTH     PIC X(7).
           05  CHGB-COST-CENTER    PIC X(10).
           05  CHGB-APPLICATION    PIC X(30).
           05  CHGB-OWNER-CONTACT  PIC X(60).
           05  CHGB-SCHEMA-NAME    PIC X(64).
           05  CHGB-TABLE-NAME     PIC X(100).
           05  CHGB-TABLE-COUNT    PIC 9(5).
           05  CHGB-AVG-BYTES      PIC 9(15).
           05  CHGB-PEAK-BYTES     PIC 9(15).
           05  CHGB-RATE-PER-GB    PIC 9(5)V9(4).
           05  CHGB-CHARGE         PIC 9(11)V9(2).
