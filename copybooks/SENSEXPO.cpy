      *----------------------------------------------------------
      * Sensitive-data exposure record - one per GRNTINV grant
      * of SELECT (or ALL PRIVILEGES) that reaches a table
      * holding classified columns. A SCHEMA-level grant yields
      * one record for every classified table in the schema.
      * Classes lists the distinct classes on the table.
      *----------------------------------------------------------
       01  SENS-EXPO-RECORD.
           05  SNSX-GRANT-LEVEL    PIC X(6).
               88  SNSX-IS-TABLE       VALUE 'TABLE'.
               88  SNSX-IS-SCHEMA      VALUE 'SCHEMA'.
           05  SNSX-SCHEMA-NAME    PIC X(64).
           05  SNSX-TABLE-NAME     PIC X(100).
           05  SNSX-GRANTEE        PIC X(100).
           05  SNSX-PRIVILEGE      PIC X(30).
           05  SNSX-SENS-COLUMNS   PIC 9(5).
           05  SNSX-CLASSES        PIC X(40).
