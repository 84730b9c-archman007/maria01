       IDENTIFICATION DIVISION.
       PROGRAM-ID. OwnMaint.

      * Online table-ownership registry maintenance (transaction
      * LOWN). OWNREG says which application, owner contact and
      * cost center every table belongs to - schema plus a table
      * pattern in the CAPLIMIT shapes, first match wins - and
      * the monthly ChgBack chargeback bills storage by it, so a
      * bad entry moves money between cost centers. This
      * transaction puts a BMS map (OWNSET/OWNMAP, the TMNMAP
      * arrangement) in front of it: browse with PF7/PF8 paging,
      * add, change and delete with field validation - the
      * schema must be exact or a lone '%', the pattern held to
      * the shapes the chargeback matches, application, cost
      * center and owner all required, duplicate keys rejected -
      * and every update appends a change-audit record
      * (CHGAUDIT) with who, when, old and new.
      *
      * Because the first match wins, order matters: an added
      * entry goes in ahead of the first existing entry that
      * would otherwise swallow every table it names (a '%' or a
      * shorter prefix for the same schema or for every schema),
      * and at the end otherwise. The browse numbers the entries
      * in match order.
      *
      * Pseudo-conversational: the browse page rides the
      * COMMAREA; every entry reloads the registry, applies at
      * most one update, rewrites the file and redisplays.
      *
      * The registry is read and rewritten below with native
      * COBOL file I/O, which a production CICS region does not
      * support: before this transaction is installed, operations
      * must define OWNREG and CHGAUDIT to the FCT and the
      * OPEN/READ/WRITE loops here must be converted to the
      * matching EXEC CICS file commands - the same prerequisite
      * TabMaint records for the parameter files. Until then this
      * program only runs where the region permits native batch
      * I/O. The registry is small and only this transaction
      * rewrites it intraday.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OWNER-REG-FILE ASSIGN TO "OWNREG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OWNREG-STATUS.
           SELECT CHANGE-AUDIT-FILE ASSIGN TO "CHGAUDIT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CHGAUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OWNER-REG-FILE
           RECORDING MODE IS F.
       COPY OWNREG.

       FD  CHANGE-AUDIT-FILE
           RECORDING MODE IS F.
       COPY CHGAUDIT.

       WORKING-STORAGE SECTION.

       COPY OWNMAP.

       01  WS-OWNREG-STATUS   PIC XX.
       01  WS-CHGAUDIT-STATUS PIC XX.

       01  WS-CURRENT-DATE    PIC X(21).
       01  WS-RUN-DATE        PIC X(10).

       01  WS-EOF-LOAD        PIC X VALUE 'N'.
           88  END-OF-LOAD        VALUE 'Y'.

      * The registry, held whole in match order for the browse
      * and rewritten whole after an update - the same
      * 2000-entry bound ChgBack loads it with.
       01  WS-OWN-COUNT       PIC 9(5) VALUE 0.
       01  WS-OWN-TABLE.
           05  WS-OWN-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-OWN-COUNT.
               10  WS-OWN-SCHEMA      PIC X(64).
               10  WS-OWN-PATTERN     PIC X(100).
               10  WS-OWN-APPLICATION PIC X(30).
               10  WS-OWN-COST-CENTER PIC X(10).
               10  WS-OWN-CONTACT     PIC X(60).

      * Entry fields as received, and validation work.
       01  WS-SCHEMA          PIC X(64).
       01  WS-PATTERN         PIC X(100).
       01  WS-APPLICATION     PIC X(30).
       01  WS-COST-CENTER     PIC X(10).
       01  WS-CONTACT         PIC X(60).
       01  WS-KEY             PIC X(100).
       01  WS-PAT-OK          PIC X.
       01  WS-PAT-LEN         PIC S9(4) COMP.
       01  WS-PAT-LEN-1       PIC S9(4) COMP.
       01  WS-PCT-COUNT       PIC 9(3).
       01  WS-FOUND-SUB       PIC 9(5) COMP.
       01  WS-SUB             PIC 9(5) COMP.

      * Old/new value strings for the change-audit record.
       01  WS-OLD-VALUE       PIC X(60).
       01  WS-NEW-VALUE       PIC X(60).
       01  WS-AUDIT-ACTION    PIC X(6).
       01  WS-AUDIT-FILE      PIC X(8) VALUE 'OWNREG'.

      * The assembled browse list the body pages over, rebuilt
      * on every entry. Bounded at 2000 - the registry's own
      * bound - so a full OWNREG is still browsable end to end.
       01  WS-BODY-COUNT      PIC 9(4) VALUE 0.
       01  WS-BODY-TABLE.
           05  WS-BODY-LINE OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-BODY-COUNT.
               10  WS-BODY-TEXT   PIC X(78).

      * Paging state, carried across pseudo-conversational
      * entries in the COMMAREA.
       01  WS-COMMAREA.
           05  WS-CA-PAGE         PIC 9(4).
       01  WS-MAX-PAGE        PIC 9(4).
       01  WS-LINE-SUB        PIC 9(3) COMP.
       01  WS-BODY-SUB        PIC 9(4) COMP.
       01  WS-PAGE-DISP       PIC ZZZ9.
       01  WS-MAXPG-DISP      PIC ZZZ9.
       01  WS-ZED-4           PIC ZZZ9.
       01  WS-BUILD-LINE      PIC X(78).

      * End-of-session text for the PF3 exit path.
       01  WS-BYE-LINE        PIC X(30)
                              VALUE 'OWNERSHIP SESSION ENDED'.
       01  WS-BYE-LENGTH      PIC S9(4) COMP VALUE 23.

       LINKAGE SECTION.
       01  DFHCOMMAREA        PIC X(4).

       PROCEDURE DIVISION.
       MAIN-SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           STRING WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2) '-'
                   WS-CURRENT-DATE(7:2) INTO WS-RUN-DATE.

           MOVE LOW-VALUES TO OWNMAPI.

      * First entry opens on page one of the browse; a re-entry
      * picks the page up from the COMMAREA and adjusts for the
      * key pressed. The AID byte for PF1-PF9 is the digit
      * character itself, same shortcut TabMaint takes.
           IF EIBCALEN = 0
               MOVE 1 TO WS-CA-PAGE
               PERFORM LOAD-OWNREG-SECTION
               PERFORM BUILD-BODY-SECTION
               PERFORM BUILD-MAP-SECTION
               MOVE "ENTER ACTION, SCHEMA, PATTERN AND OWNER DATA"
                   TO OWNMSGO
           ELSE
               MOVE DFHCOMMAREA TO WS-COMMAREA
               EVALUATE EIBAID
                   WHEN '3'
                       PERFORM EXIT-SESSION-SECTION
                   WHEN '7'
                       IF WS-CA-PAGE > 1
                           SUBTRACT 1 FROM WS-CA-PAGE
                       END-IF
                       PERFORM LOAD-OWNREG-SECTION
                       PERFORM BUILD-BODY-SECTION
                       PERFORM BUILD-MAP-SECTION
                   WHEN '8'
                       ADD 1 TO WS-CA-PAGE
                       PERFORM LOAD-OWNREG-SECTION
                       PERFORM BUILD-BODY-SECTION
                       PERFORM BUILD-MAP-SECTION
                   WHEN OTHER
                       EXEC CICS RECEIVE MAP('OWNMAP')
                           MAPSET('OWNSET')
                           INTO(OWNMAPI)
                           NOHANDLE
                       END-EXEC
                       PERFORM LOAD-OWNREG-SECTION
                       PERFORM PROCESS-ENTRY-SECTION
                       PERFORM BUILD-BODY-SECTION
                       PERFORM BUILD-MAP-SECTION
               END-EVALUATE
           END-IF.

           EXEC CICS SEND MAP('OWNMAP') MAPSET('OWNSET')
               FROM(OWNMAPO)
               ERASE
           END-EXEC.

           EXEC CICS RETURN TRANSID('LOWN')
               COMMAREA(WS-COMMAREA)
               LENGTH(4)
           END-EXEC.

       EXIT-SESSION-SECTION.
           EXEC CICS SEND TEXT
               FROM(WS-BYE-LINE)
               LENGTH(WS-BYE-LENGTH)
               ERASE
           END-EXEC.
           EXEC CICS RETURN
           END-EXEC.

      * One keyed entry against the registry. The message line
      * set by the action paragraphs survives into
      * BUILD-MAP-SECTION.
       PROCESS-ENTRY-SECTION.
           MOVE SPACES TO OWNMSGO.
           MOVE OWNSCHI TO WS-SCHEMA.
           MOVE OWNPATI TO WS-PATTERN.
           MOVE OWNAPPI TO WS-APPLICATION.
           MOVE OWNCCI  TO WS-COST-CENTER.
           MOVE OWNOWNI TO WS-CONTACT.
           INSPECT WS-SCHEMA REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT WS-PATTERN REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT WS-APPLICATION REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT WS-COST-CENTER REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT WS-CONTACT REPLACING ALL LOW-VALUE BY SPACE.
           MOVE SPACES TO WS-KEY.
           STRING FUNCTION TRIM(WS-SCHEMA) "."
               FUNCTION TRIM(WS-PATTERN)
               DELIMITED BY SIZE INTO WS-KEY
               ON OVERFLOW
                   CONTINUE
           END-STRING.

           EVALUATE OWNACTI
               WHEN 'B'
               WHEN SPACES
               WHEN LOW-VALUES
                   CONTINUE
               WHEN 'A'
                   PERFORM ADD-OWNER-SECTION
               WHEN 'C'
                   PERFORM CHANGE-OWNER-SECTION
               WHEN 'D'
                   PERFORM DELETE-OWNER-SECTION
               WHEN OTHER
                   MOVE "ACTION MUST BE B, A, C OR D" TO OWNMSGO
           END-EVALUATE.

      *----------------------------------------------------------
      * Registry maintenance. The key is schema plus pattern;
      * the data is application, cost center and owner contact,
      * all three required on add and change.
      *----------------------------------------------------------
       ADD-OWNER-SECTION.
           PERFORM VALIDATE-KEY-SECTION.
           IF OWNMSGO = SPACES
               PERFORM FIND-OWNER-SECTION
               IF WS-FOUND-SUB > 0
                   MOVE "SCHEMA/PATTERN ALREADY ON REGISTRY" TO OWNMSGO
               ELSE
                   PERFORM VALIDATE-DATA-SECTION
               END-IF
           END-IF.
           IF OWNMSGO = SPACES
               IF WS-OWN-COUNT >= 2000
                   MOVE "REGISTRY FULL (2000 ENTRIES)" TO OWNMSGO
               ELSE
                   PERFORM FIND-SHADOW-SECTION
                   ADD 1 TO WS-OWN-COUNT
                   IF WS-FOUND-SUB = 0
                       MOVE WS-OWN-COUNT TO WS-FOUND-SUB
                   ELSE
                       PERFORM VARYING WS-SUB FROM WS-OWN-COUNT BY -1
                               UNTIL WS-SUB <= WS-FOUND-SUB
                           MOVE WS-OWN-ENTRY(WS-SUB - 1)
                               TO WS-OWN-ENTRY(WS-SUB)
                       END-PERFORM
                   END-IF
                   PERFORM STORE-OWNER-SECTION
                   PERFORM REWRITE-OWNREG-SECTION
                   IF OWNMSGO = SPACES
                       MOVE 'ADD'  TO WS-AUDIT-ACTION
                       MOVE SPACES TO WS-OLD-VALUE
                       PERFORM FORMAT-NEW-SECTION
                       PERFORM WRITE-CHG-AUDIT-SECTION
                   END-IF
                   IF OWNMSGO = SPACES
                       MOVE WS-FOUND-SUB TO WS-ZED-4
                       STRING "OWNER ENTRY ADDED AT POSITION "
                           FUNCTION TRIM(WS-ZED-4)
                           DELIMITED BY SIZE INTO OWNMSGO
                       END-STRING
                   END-IF
               END-IF
           END-IF.

       CHANGE-OWNER-SECTION.
           PERFORM VALIDATE-KEY-SECTION.
           IF OWNMSGO = SPACES
               PERFORM FIND-OWNER-SECTION
               IF WS-FOUND-SUB = 0
                   MOVE "SCHEMA/PATTERN NOT ON REGISTRY" TO OWNMSGO
               ELSE
                   PERFORM VALIDATE-DATA-SECTION
               END-IF
           END-IF.
           IF OWNMSGO = SPACES
               PERFORM FORMAT-OLD-SECTION
               PERFORM STORE-OWNER-SECTION
               PERFORM REWRITE-OWNREG-SECTION
               IF OWNMSGO = SPACES
                   MOVE 'CHANGE' TO WS-AUDIT-ACTION
                   PERFORM FORMAT-NEW-SECTION
                   PERFORM WRITE-CHG-AUDIT-SECTION
               END-IF
               IF OWNMSGO = SPACES
                   MOVE "OWNER ENTRY CHANGED" TO OWNMSGO
               END-IF
           END-IF.

       DELETE-OWNER-SECTION.
           IF WS-SCHEMA = SPACES OR WS-PATTERN = SPACES
               MOVE "SCHEMA AND PATTERN REQUIRED" TO OWNMSGO
           ELSE
               PERFORM FIND-OWNER-SECTION
               IF WS-FOUND-SUB = 0
                   MOVE "SCHEMA/PATTERN NOT ON REGISTRY" TO OWNMSGO
               ELSE
                   PERFORM FORMAT-OLD-SECTION
                   PERFORM VARYING WS-SUB FROM WS-FOUND-SUB BY 1
                           UNTIL WS-SUB >= WS-OWN-COUNT
                       MOVE WS-OWN-ENTRY(WS-SUB + 1)
                           TO WS-OWN-ENTRY(WS-SUB)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-OWN-COUNT
                   PERFORM REWRITE-OWNREG-SECTION
                   IF OWNMSGO = SPACES
                       MOVE 'DELETE' TO WS-AUDIT-ACTION
                       MOVE SPACES   TO WS-NEW-VALUE
                       PERFORM WRITE-CHG-AUDIT-SECTION
                   END-IF
                   IF OWNMSGO = SPACES
                       MOVE "OWNER ENTRY DELETED" TO OWNMSGO
                   END-IF
               END-IF
           END-IF.

       FIND-OWNER-SECTION.
           MOVE 0 TO WS-FOUND-SUB.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-OWN-COUNT
                       OR WS-FOUND-SUB > 0
               IF WS-OWN-SCHEMA(WS-SUB) = WS-SCHEMA
                   AND WS-OWN-PATTERN(WS-SUB) = WS-PATTERN
                   MOVE WS-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM.

      * Finds the first entry that would match every table the
      * keyed entry names before the keyed entry got its turn -
      * same schema or every schema, and a lone '%', a prefix
      * the keyed pattern starts with, or the same pattern held
      * for every schema. Zero means nothing
      * shadows it and it can go on the end.
       FIND-SHADOW-SECTION.
           MOVE 0 TO WS-FOUND-SUB.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-OWN-COUNT
                       OR WS-FOUND-SUB > 0
               IF WS-OWN-SCHEMA(WS-SUB) = WS-SCHEMA
                   OR WS-OWN-SCHEMA(WS-SUB) = '%'
                   MOVE FUNCTION LENGTH(FUNCTION TRIM
                       (WS-OWN-PATTERN(WS-SUB)))
                       TO WS-PAT-LEN
                   EVALUATE TRUE
                       WHEN WS-OWN-PATTERN(WS-SUB) = '%'
                           MOVE WS-SUB TO WS-FOUND-SUB
                       WHEN WS-PAT-LEN > 1
                           AND WS-OWN-PATTERN(WS-SUB)
                               (WS-PAT-LEN:1) = '%'
                           COMPUTE WS-PAT-LEN-1 = WS-PAT-LEN - 1
                           IF WS-PATTERN(1:WS-PAT-LEN-1)
                               = WS-OWN-PATTERN(WS-SUB)
                                   (1:WS-PAT-LEN-1)
                               MOVE WS-SUB TO WS-FOUND-SUB
                           END-IF
                       WHEN WS-OWN-PATTERN(WS-SUB) = WS-PATTERN
                           MOVE WS-SUB TO WS-FOUND-SUB
                   END-EVALUATE
               END-IF
           END-PERFORM.

       STORE-OWNER-SECTION.
           MOVE WS-SCHEMA      TO WS-OWN-SCHEMA(WS-FOUND-SUB).
           MOVE WS-PATTERN     TO WS-OWN-PATTERN(WS-FOUND-SUB).
           MOVE WS-APPLICATION TO WS-OWN-APPLICATION(WS-FOUND-SUB).
           MOVE WS-COST-CENTER TO WS-OWN-COST-CENTER(WS-FOUND-SUB).
           MOVE WS-CONTACT     TO WS-OWN-CONTACT(WS-FOUND-SUB).

       FORMAT-OLD-SECTION.
           MOVE SPACES TO WS-OLD-VALUE.
           STRING FUNCTION TRIM(WS-OWN-APPLICATION(WS-FOUND-SUB)) " "
                  FUNCTION TRIM(WS-OWN-COST-CENTER(WS-FOUND-SUB)) " "
                  FUNCTION TRIM(WS-OWN-CONTACT(WS-FOUND-SUB))
               DELIMITED BY SIZE INTO WS-OLD-VALUE
               ON OVERFLOW
                   CONTINUE
           END-STRING.

       FORMAT-NEW-SECTION.
           MOVE SPACES TO WS-NEW-VALUE.
           STRING FUNCTION TRIM(WS-APPLICATION) " "
                  FUNCTION TRIM(WS-COST-CENTER) " "
                  FUNCTION TRIM(WS-CONTACT)
               DELIMITED BY SIZE INTO WS-NEW-VALUE
               ON OVERFLOW
                   CONTINUE
           END-STRING.

      * Holds the schema to an exact name or a lone '%' (every
      * schema), and the pattern to the shapes ChgBack's
      * FIND-OWNER-SECTION matches: a lone '%', a prefix ending
      * in '%', or an exact name with no '%' at all. Anything
      * else would load cleanly and then never match a table.
       VALIDATE-KEY-SECTION.
           MOVE 'N' TO WS-PAT-OK.
           IF WS-SCHEMA = SPACES
               MOVE "SCHEMA REQUIRED (NAME OR %)" TO OWNMSGO
           ELSE
               MOVE 0 TO WS-PCT-COUNT
               INSPECT WS-SCHEMA TALLYING WS-PCT-COUNT
                   FOR ALL '%'
               IF WS-PCT-COUNT > 0 AND WS-SCHEMA NOT = '%'
                   MOVE "SCHEMA MUST BE AN EXACT NAME OR %"
                       TO OWNMSGO
               END-IF
           END-IF.
           IF OWNMSGO = SPACES
               IF WS-PATTERN = SPACES
                   MOVE "PATTERN REQUIRED" TO OWNMSGO
               ELSE
                   MOVE 0 TO WS-PCT-COUNT
                   INSPECT WS-PATTERN TALLYING WS-PCT-COUNT
                       FOR ALL '%'
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-PATTERN))
                       TO WS-PAT-LEN
                   EVALUATE TRUE
                       WHEN WS-PCT-COUNT = 0
                           MOVE 'Y' TO WS-PAT-OK
                       WHEN WS-PCT-COUNT = 1
                           AND WS-PATTERN(WS-PAT-LEN:1) = '%'
                           MOVE 'Y' TO WS-PAT-OK
                       WHEN OTHER
                           MOVE "PATTERN MUST BE NAME, PREFIX% OR %"
                               TO OWNMSGO
                   END-EVALUATE
               END-IF
           END-IF.

       VALIDATE-DATA-SECTION.
           EVALUATE TRUE
               WHEN WS-APPLICATION = SPACES
                   MOVE "APPLICATION REQUIRED" TO OWNMSGO
               WHEN WS-COST-CENTER = SPACES
                   MOVE "COST CENTER REQUIRED" TO OWNMSGO
               WHEN WS-CONTACT = SPACES
                   MOVE "OWNER CONTACT REQUIRED" TO OWNMSGO
           END-EVALUATE.

      *----------------------------------------------------------
      * Registry load and rewrite. Every entry reloads it - it
      * is small, and a stale in-memory copy rewritten over
      * someone else's change is worse than the read.
      *----------------------------------------------------------
       LOAD-OWNREG-SECTION.
           MOVE 0 TO WS-OWN-COUNT.
           MOVE 'N' TO WS-EOF-LOAD.
           OPEN INPUT OWNER-REG-FILE.
           IF WS-OWNREG-STATUS = "00"
               PERFORM UNTIL END-OF-LOAD
                   READ OWNER-REG-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-LOAD
                       NOT AT END
                           IF WS-OWN-COUNT < 2000
                               ADD 1 TO WS-OWN-COUNT
                               MOVE OWNR-SCHEMA-NAME TO
                                   WS-OWN-SCHEMA(WS-OWN-COUNT)
                               MOVE OWNR-TABLE-PATTERN TO
                                   WS-OWN-PATTERN(WS-OWN-COUNT)
                               MOVE OWNR-APPLICATION TO
                                   WS-OWN-APPLICATION(WS-OWN-COUNT)
                               MOVE OWNR-COST-CENTER TO
                                   WS-OWN-COST-CENTER(WS-OWN-COUNT)
                               MOVE OWNR-OWNER-CONTACT TO
                                   WS-OWN-CONTACT(WS-OWN-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OWNER-REG-FILE
           END-IF.

       REWRITE-OWNREG-SECTION.
           OPEN OUTPUT OWNER-REG-FILE.
           IF WS-OWNREG-STATUS NOT = "00"
               MOVE "OWNREG REWRITE FAILED - CHANGE NOT SAVED"
                   TO OWNMSGO
           ELSE
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-OWN-COUNT
                   MOVE WS-OWN-SCHEMA(WS-SUB) TO OWNR-SCHEMA-NAME
                   MOVE WS-OWN-PATTERN(WS-SUB) TO OWNR-TABLE-PATTERN
                   MOVE WS-OWN-APPLICATION(WS-SUB)
                       TO OWNR-APPLICATION
                   MOVE WS-OWN-COST-CENTER(WS-SUB)
                       TO OWNR-COST-CENTER
                   MOVE WS-OWN-CONTACT(WS-SUB) TO OWNR-OWNER-CONTACT
                   WRITE OWNER-REG-RECORD
               END-PERFORM
               CLOSE OWNER-REG-FILE
           END-IF.

      * Appends one change-audit record, exactly as TabMaint
      * does - operator is the terminal id, key is
      * schema.pattern.
       WRITE-CHG-AUDIT-SECTION.
           OPEN EXTEND CHANGE-AUDIT-FILE.
           IF WS-CHGAUDIT-STATUS NOT = "00"
               OPEN OUTPUT CHANGE-AUDIT-FILE
           END-IF.
           IF WS-CHGAUDIT-STATUS = "00"
               MOVE WS-CURRENT-DATE TO CHGA-TIMESTAMP
               MOVE EIBTRMID        TO CHGA-OPERATOR
               MOVE WS-AUDIT-FILE   TO CHGA-FILE-NAME
               MOVE WS-AUDIT-ACTION TO CHGA-ACTION
               MOVE WS-KEY          TO CHGA-KEY
               MOVE WS-OLD-VALUE    TO CHGA-OLD-VALUE
               MOVE WS-NEW-VALUE    TO CHGA-NEW-VALUE
               WRITE CHANGE-AUDIT-RECORD
               CLOSE CHANGE-AUDIT-FILE
           ELSE
               MOVE "CHANGE SAVED BUT AUDIT WRITE FAILED"
                   TO OWNMSGO
           END-IF.

      *----------------------------------------------------------
      * Browse body and map assembly. Each line leads with the
      * entry's position, since that is its match order.
      *----------------------------------------------------------
       BUILD-BODY-SECTION.
           MOVE 0 TO WS-BODY-COUNT.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-OWN-COUNT
                       OR WS-BODY-COUNT >= 2000
               PERFORM ADD-OWNER-LINE-SECTION
           END-PERFORM.
           IF WS-OWN-COUNT = 0
               ADD 1 TO WS-BODY-COUNT
               MOVE "(REGISTRY EMPTY - EVERY TABLE BILLS UNOWNED)"
                   TO WS-BODY-TEXT(WS-BODY-COUNT)
           END-IF.

           COMPUTE WS-MAX-PAGE = (WS-BODY-COUNT + 11) / 12.
           IF WS-MAX-PAGE < 1
               MOVE 1 TO WS-MAX-PAGE
           END-IF.
           IF WS-CA-PAGE > WS-MAX-PAGE
               MOVE WS-MAX-PAGE TO WS-CA-PAGE
           END-IF.
           IF WS-CA-PAGE < 1
               MOVE 1 TO WS-CA-PAGE
           END-IF.

       ADD-OWNER-LINE-SECTION.
           MOVE WS-SUB TO WS-ZED-4.
           ADD 1 TO WS-BODY-COUNT.
           MOVE SPACES TO WS-BUILD-LINE.
           STRING WS-ZED-4 " "
               FUNCTION TRIM(WS-OWN-SCHEMA(WS-SUB)) "."
               FUNCTION TRIM(WS-OWN-PATTERN(WS-SUB))
               " APP=" FUNCTION TRIM(WS-OWN-APPLICATION(WS-SUB))
               " CC=" FUNCTION TRIM(WS-OWN-COST-CENTER(WS-SUB))
               " OWNER=" FUNCTION TRIM(WS-OWN-CONTACT(WS-SUB))
               DELIMITED BY SIZE INTO WS-BUILD-LINE
               ON OVERFLOW
                   CONTINUE
           END-STRING.
           MOVE WS-BUILD-LINE TO WS-BODY-TEXT(WS-BODY-COUNT).

      * Fills the symbolic map for the page in hand, keeping
      * whatever message the action paragraphs left.
       BUILD-MAP-SECTION.
           MOVE OWNMSGO TO WS-BUILD-LINE.
           MOVE LOW-VALUES TO OWNMAPO.
           MOVE WS-BUILD-LINE TO OWNMSGO.
           MOVE WS-RUN-DATE TO OWNDATEO.

           COMPUTE WS-BODY-SUB = (WS-CA-PAGE - 1) * 12 + 1.
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > 12
               IF WS-BODY-SUB > WS-BODY-COUNT
                   MOVE SPACES TO OWNLINEO(WS-LINE-SUB)
               ELSE
                   MOVE WS-BODY-TEXT(WS-BODY-SUB)
                       TO OWNLINEO(WS-LINE-SUB)
               END-IF
               ADD 1 TO WS-BODY-SUB
           END-PERFORM.

           MOVE WS-CA-PAGE  TO WS-PAGE-DISP.
           MOVE WS-MAX-PAGE TO WS-MAXPG-DISP.
           MOVE SPACES TO OWNPAGEO.
           STRING "PAGE " WS-PAGE-DISP " OF " WS-MAXPG-DISP
               DELIMITED BY SIZE INTO OWNPAGEO
               ON OVERFLOW
                   CONTINUE
           END-STRING.
