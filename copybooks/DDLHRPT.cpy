      *----------------------------------------------------------
      * DDL history listing record. Each version of each listed
      * table opens with a VERSION line (LINE-NO carries the
      * version's line count, TEXT its object type and how many
      * lines it removed and added), followed by the line-level
      * difference from the version before it: BEFORE lines are
      * the prior version's lines that are gone (numbered as in
      * the prior version), AFTER lines are the new version's
      * lines that weren't there (numbered as in the new one).
      * A table's first version has no prior, so all of its
      * lines list as AFTER.
      *----------------------------------------------------------
       01  DDL-HIST-RPT-RECORD.
           05  DDLH-LINE-TYPE      PIC X(7).
               88  DDLH-IS-VERSION     VALUE 'VERSION'.
               88  DDLH-IS-BEFORE      VALUE 'BEFORE'.
               88  DDLH-IS-AFTER       VALUE 'AFTER'.
           05  DDLH-SCHEMA-NAME    PIC X(64).
           05  DDLH-TABLE-NAME     PIC X(100).
           05  DDLH-VERSION-DATE   PIC X(10).
           05  DDLH-PRIOR-DATE     PIC X(10).
           05  DDLH-LINE-NO        PIC 9(5).
           05  DDLH-CONT-FLAG      PIC X(1).
           05  DDLH-LINE-TEXT      PIC X(200).
