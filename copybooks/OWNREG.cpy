      *----------------------------------------------------------
      * Table-ownership registry record - one per schema and
      * table-name pattern, saying which application owns the
      * matching tables, who to call about them and which cost
      * center pays for their space. The pattern is matched the
      * way CAPLIMIT's is: an exact table name, or a prefix
      * ending in '%', or a lone '%' matching every table in the
      * schema. SCHEMA-NAME is an exact schema, or a lone '%'
      * for an entry that applies in every schema. First
      * matching entry wins, so specific tables go ahead of
      * catch-alls - the OwnMaint transaction keeps that order
      * when it adds an entry.
      *----------------------------------------------------------
       01  OWNER-REG-RECORD.
           05  OWNR-SCHEMA-NAME    PIC X(64).
           05  OWNR-TABLE-PATTERN  PIC X(100).
           05  OWNR-APPLICATION    PIC X(30).
           05  OWNR-COST-CENTER    PIC X(10).
           05  OWNR-OWNER-CONTACT  PIC X(60).
