
      * Nightly run sequencer. Drives the whole reporting chain -
      * ListTables, SchemaCmp, StorTrend, RowVerify, AmtVerify,
      * OrphVerify, the StatCheck statistics check, GrantAudit,
      * the SensClass sensitive-data classification, the ChgRecon
      * change reconciliation, the DdlSnap DDL snapshot, the
      * PartInv partition inventory, the StdCheck standards
      * compliance check, CsvExport, the InvBuild inventory master
      * consolidation, the MornRpt morning summary, the EvtFeed
      * monitoring event feed, then the RunPost run-history
      * posting - as one submission instead of many, and owns the
      * prior-copy management the step comments used to leave to
      * the operator: today's SCHEMINV is saved as SCHEMPRV only
      * after SchemaCmp has consumed the old copy and ended clean,
      * STORRPT/STORNEW become the next night's STORPRV and
      * STORHIST only after StorTrend ends clean, DDLNEW becomes
      * the next night's DDLLIB only after DdlSnap ends clean,
      * PARTINV is saved as PARTPRV only after PartInv ends clean,
      * EVTONEW becomes the next night's EVTOPEN only after
      * EvtFeed ends clean, and RUNHNEW becomes the next night's
      * RUNHIST only after RunPost ends clean. A forgotten manual
      * save can no longer poison the next night's compares.
      *
      * Each step program ends with GOBACK, so it runs unchanged
      * whether submitted stand-alone or CALLed from here; the
           SELECT AMTVRPT-IN-FILE ASSIGN TO "AMTVRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AMTVRPT-STATUS.
           SELECT ORPHRPT-IN-FILE ASSIGN TO "ORPHRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ORPHRPT-STATUS.
           SELECT STATRPT-IN-FILE ASSIGN TO "STATRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATRPT-STATUS.
           SELECT GRNTINV-IN-FILE ASSIGN TO "GRNTINV"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GRNTINV-STATUS.
           SELECT SENSINV-IN-FILE ASSIGN TO "SENSINV"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SENSINV-STATUS.
           SELECT CHGRECN-IN-FILE ASSIGN TO "CHGRECN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CHGRECN-STATUS.
           SELECT DDLSRPT-IN-FILE ASSIGN TO "DDLSRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DDLSRPT-STATUS.
           SELECT DDLNEW-IN-FILE ASSIGN TO "DDLNEW"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DDLNEW-STATUS.
           SELECT DDLLIB-OUT-FILE ASSIGN TO "DDLLIB"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DDLLIB-STATUS.
           SELECT PARTINV-IN-FILE ASSIGN TO "PARTINV"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARTINV-STATUS.
           SELECT PARTPRV-OUT-FILE ASSIGN TO "PARTPRV"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARTPRV-STATUS.
           SELECT STDVRPT-IN-FILE ASSIGN TO "STDVRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STDVRPT-STATUS.
           SELECT EVTFEED-IN-FILE ASSIGN TO "EVTFEED"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EVTFEED-STATUS.
           SELECT EVTONEW-IN-FILE ASSIGN TO "EVTONEW"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EVTONEW-STATUS.
           SELECT EVTOPEN-OUT-FILE ASSIGN TO "EVTOPEN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EVTOPEN-STATUS.
           SELECT RUNHNEW-IN-FILE ASSIGN TO "RUNHNEW"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHNEW-STATUS.
           SELECT RUNHIST-OUT-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.
           SELECT SCHEMCSV-IN-FILE ASSIGN TO "SCHEMCSV"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEMCSV-STATUS.
           RECORDING MODE IS F.
       01  AMTVRPT-IN-RECORD   PIC X(400).

       FD  ORPHRPT-IN-FILE
           RECORDING MODE IS F.
       01  ORPHRPT-IN-RECORD   PIC X(500).

       FD  STATRPT-IN-FILE
           RECORDING MODE IS F.
       01  STATRPT-IN-RECORD   PIC X(400).

       FD  GRNTINV-IN-FILE
           RECORDING MODE IS F.
       01  GRNTINV-IN-RECORD   PIC X(400).

       FD  SENSINV-IN-FILE
           RECORDING MODE IS F.
       01  SENSINV-IN-RECORD   PIC X(500).

       FD  CHGRECN-IN-FILE
           RECORDING MODE IS F.
       01  CHGRECN-IN-RECORD   PIC X(400).

       FD  DDLSRPT-IN-FILE
           RECORDING MODE IS F.
       01  DDLSRPT-IN-RECORD   PIC X(400).

       FD  DDLNEW-IN-FILE
           RECORDING MODE IS F.
       01  DDLNEW-IN-RECORD    PIC X(400).

       FD  DDLLIB-OUT-FILE
           RECORDING MODE IS F.
       01  DDLLIB-OUT-RECORD   PIC X(400).

       FD  PARTINV-IN-FILE
           RECORDING MODE IS F.
       01  PARTINV-IN-RECORD   PIC X(400).

       FD  PARTPRV-OUT-FILE
           RECORDING MODE IS F.
       01  PARTPRV-OUT-RECORD  PIC X(400).

       FD  STDVRPT-IN-FILE
           RECORDING MODE IS F.
       01  STDVRPT-IN-RECORD   PIC X(400).

       FD  EVTFEED-IN-FILE
           RECORDING MODE IS F.
       01  EVTFEED-IN-RECORD   PIC X(700).

       FD  EVTONEW-IN-FILE
           RECORDING MODE IS F.
       01  EVTONEW-IN-RECORD   PIC X(500).

       FD  EVTOPEN-OUT-FILE
           RECORDING MODE IS F.
       01  EVTOPEN-OUT-RECORD  PIC X(500).

       FD  RUNHNEW-IN-FILE
           RECORDING MODE IS F.
       01  RUNHNEW-IN-RECORD   PIC X(400).

       FD  RUNHIST-OUT-FILE
           RECORDING MODE IS F.
       01  RUNHIST-OUT-RECORD  PIC X(400).

       FD  SCHEMCSV-IN-FILE
           RECORDING MODE IS F.
       01  SCHEMCSV-IN-RECORD  PIC X(400).
       01  WS-TRNDRPT-STATUS  PIC XX.
       01  WS-ROWVRPT-STATUS  PIC XX.
       01  WS-AMTVRPT-STATUS  PIC XX.
       01  WS-ORPHRPT-STATUS  PIC XX.
       01  WS-STATRPT-STATUS  PIC XX.
       01  WS-GRNTINV-STATUS  PIC XX.
       01  WS-SENSINV-STATUS  PIC XX.
       01  WS-CHGRECN-STATUS  PIC XX.
       01  WS-DDLSRPT-STATUS  PIC XX.
       01  WS-DDLNEW-STATUS   PIC XX.
       01  WS-DDLLIB-STATUS   PIC XX.
       01  WS-PARTINV-STATUS  PIC XX.
       01  WS-PARTPRV-STATUS  PIC XX.
       01  WS-STDVRPT-STATUS  PIC XX.
       01  WS-EVTFEED-STATUS  PIC XX.
       01  WS-EVTONEW-STATUS  PIC XX.
       01  WS-EVTOPEN-STATUS  PIC XX.
       01  WS-RUNHNEW-STATUS  PIC XX.
       01  WS-RUNHIST-STATUS  PIC XX.
       01  WS-SCHEMCSV-STATUS PIC XX.
       01  WS-MORNRPT-STATUS  PIC XX.
       01  WS-INVMAST-STATUS  PIC XX.
           PERFORM RUN-STORTREND-SECTION.
           PERFORM RUN-ROWVERIFY-SECTION.
           PERFORM RUN-AMTVERIFY-SECTION.
           PERFORM RUN-ORPHVERIFY-SECTION.
           PERFORM RUN-STATCHECK-SECTION.
           PERFORM RUN-GRANTAUDIT-SECTION.
           PERFORM RUN-SENSCLASS-SECTION.
           PERFORM RUN-CHGRECON-SECTION.
           PERFORM RUN-DDLSNAP-SECTION.
           PERFORM RUN-PARTINV-SECTION.
           PERFORM RUN-STDCHECK-SECTION.
           PERFORM RUN-CSVEXPORT-SECTION.
           PERFORM RUN-INVBUILD-SECTION.
           PERFORM RUN-MORNRPT-SECTION.
           PERFORM RUN-EVTFEED-SECTION.
           PERFORM RUN-RUNPOST-SECTION.

           MOVE WS-MAX-RC TO RETURN-CODE.
           CLOSE ERROR-LOG-FILE.
               PERFORM END-STEP-SECTION
           END-IF.

      * Referential balancing follows content balancing: a child
      * row pointing at a missing parent raises 8 and holds
      * downstream the same way.
       RUN-ORPHVERIFY-SECTION.
           MOVE 'OrphVerify' TO WS-STEP-NAME.
           IF CHAIN-IS-HELD
               PERFORM SKIP-STEP-SECTION
           ELSE
               PERFORM BEGIN-STEP-SECTION
               CALL 'OrphVerify'
               PERFORM COUNT-ORPHRPT-SECTION
               PERFORM END-STEP-SECTION
           END-IF.

      * The statistics check needs both today's true counts and
      * today's catalog estimates, so it follows the verification
      * steps. Its findings are warnings only (4); whatever
      * ANALYZE it runs is bounded by the STATPARM time budget.
       RUN-STATCHECK-SECTION.
           MOVE 'StatCheck' TO WS-STEP-NAME.
           IF CHAIN-IS-HELD
               PERFORM SKIP-STEP-SECTION
           ELSE
               PERFORM BEGIN-STEP-SECTION
               CALL 'StatCheck'
               PERFORM COUNT-STATRPT-SECTION
               PERFORM END-STEP-SECTION
           END-IF.

       RUN-GRANTAUDIT-SECTION.
           MOVE 'GrantAudit' TO WS-STEP-NAME.
           IF CHAIN-IS-HELD
               PERFORM END-STEP-SECTION
           END-IF.

      * The classification crosses today's column inventory with
      * today's grants, so it follows GrantAudit. A sensitive
      * column arriving overnight is a warning (4), not a hold.
       RUN-SENSCLASS-SECTION.
           MOVE 'SensClass' TO WS-STEP-NAME.
           IF CHAIN-IS-HELD
               PERFORM SKIP-STEP-SECTION
           ELSE
               PERFORM BEGIN-STEP-SECTION
               CALL 'SensClass'
               PERFORM COUNT-SENSINV-SECTION
               PERFORM END-STEP-SECTION
           END-IF.

      * Change reconciliation needs every exception file of the
      * night - drift, column drift and GrantAudit's grant
      * exceptions - so it follows them. An unauthorized change
      * is a warning (4) for the morning, not a hold.
       RUN-CHGRECON-SECTION.
           MOVE 'ChgRecon' TO WS-STEP-NAME.
           IF CHAIN-IS-HELD
               PERFORM SKIP-STEP-SECTION
           ELSE
               PERFORM BEGIN-STEP-SECTION
               CALL 'ChgRecon'
               PERFORM COUNT-CHGRECN-SECTION
               PERFORM END-STEP-SECTION
           END-IF.

      * The DDL snapshot reads only tonight's table list, and its
      * library is promoted the same way as StorTrend's history:
      * only when the step ended below 8, so a failed merge can
      * never replace the library with a partial one.
       RUN-DDLSNAP-SECTION.
           MOVE 'DdlSnap' TO WS-STEP-NAME.
           IF CHAIN-IS-HELD
               PERFORM SKIP-STEP-SECTION
           ELSE
               PERFORM BEGIN-STEP-SECTION
               CALL 'DdlSnap'
               PERFORM COUNT-DDLSRPT-SECTION
               PERFORM END-STEP-SECTION
               IF WS-STEP-RC < 8
                   PERFORM PROMOTE-DDLLIB-SECTION
               END-IF
           END-IF.

      * The partition inventory reads tonight's trend report for
      * its growth-driver lines and compares against last night's
      * inventory, so tonight's copy is saved as PARTPRV only when
      * the step ended below 8.
       RUN-PARTINV-SECTION.
           MOVE 'PartInv' TO WS-STEP-NAME.
           IF CHAIN-IS-HELD
               PERFORM SKIP-STEP-SECTION
           ELSE
               PERFORM BEGIN-STEP-SECTION
               CALL 'PartInv'
               PERFORM COUNT-PARTINV-SECTION
               PERFORM END-STEP-SECTION
               IF WS-STEP-RC < 8
                   PERFORM SAVE-PARTPRV-SECTION
               END-IF
           END-IF.

       RUN-STDCHECK-SECTION.
           MOVE 'StdCheck' TO WS-STEP-NAME.
           IF CHAIN-IS-HELD
               PERFORM SKIP-STEP-SECTION
           ELSE
               PERFORM BEGIN-STEP-SECTION
               CALL 'StdCheck'
               PERFORM COUNT-STDVRPT-SECTION
               PERFORM END-STEP-SECTION
           END-IF.

       RUN-CSVEXPORT-SECTION.
           MOVE 'CsvExport' TO WS-STEP-NAME.
           IF CHAIN-IS-HELD
           PERFORM COUNT-MORNRPT-SECTION.
           PERFORM END-STEP-SECTION.

      * The event feed also runs even when the chain is held -
      * an out-of-balance amount that holds the chain is exactly
      * what has to page the on-call DBA - and it reads RUNSTAT
      * for the failed steps and for which exception files are
      * tonight's. The open-event master is promoted the same
      * way as the other masters, only when the step ended below
      * 8.
       RUN-EVTFEED-SECTION.
           MOVE 'EvtFeed' TO WS-STEP-NAME.
           PERFORM BEGIN-STEP-SECTION.
           CALL 'EvtFeed'.
           PERFORM COUNT-EVTFEED-SECTION.
           PERFORM END-STEP-SECTION.
           IF WS-STEP-RC < 8
               PERFORM PROMOTE-EVTOPEN-SECTION
           END-IF.

      * The run-history posting runs last and, like the morning
      * summary, even when the chain is held - a failed or held
      * night is exactly the one the SLA history must not lose.
      * It reads the RUNSTAT records written so far, so its own
      * record never reaches the history. The new master is
      * catalogued as RUNHIST only when the step ended below 8.
       RUN-RUNPOST-SECTION.
           MOVE 'RunPost' TO WS-STEP-NAME.
           PERFORM BEGIN-STEP-SECTION.
           CALL 'RunPost'.
           PERFORM COUNT-RUNHNEW-SECTION.
           PERFORM END-STEP-SECTION.
           IF WS-STEP-RC < 8
               PERFORM PROMOTE-RUNHIST-SECTION
           END-IF.

      * Stamps the step's start time and clears the shared
      * RETURN-CODE register so what comes back after the CALL is
      * unmistakably this step's own result.
               END-IF
           END-IF.

      * Catalogs the new DDL library DdlSnap just wrote (DDLNEW)
      * as the next run's DDLLIB.
       PROMOTE-DDLLIB-SECTION.
           OPEN INPUT DDLNEW-IN-FILE.
           IF WS-DDLNEW-STATUS NOT = "00"
               MOVE "DDLNEW OPEN FAILED, DDLLIB NOT PROMOTED"
                   TO WS-ERR-MESSAGE
               PERFORM COPY-FAILED-SECTION
           ELSE
               OPEN OUTPUT DDLLIB-OUT-FILE
               IF WS-DDLLIB-STATUS NOT = "00"
                   MOVE "DDLLIB OPEN FAILED, NOT PROMOTED"
                       TO WS-ERR-MESSAGE
                   PERFORM COPY-FAILED-SECTION
                   CLOSE DDLNEW-IN-FILE
               ELSE
                   MOVE 'N' TO WS-EOF-COPY
                   PERFORM UNTIL END-OF-COPY
                       READ DDLNEW-IN-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF-COPY
                           NOT AT END
                               MOVE DDLNEW-IN-RECORD
                                   TO DDLLIB-OUT-RECORD
                               WRITE DDLLIB-OUT-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE DDLNEW-IN-FILE
                   CLOSE DDLLIB-OUT-FILE
               END-IF
           END-IF.

      * Saves today's PARTINV as the next night's PARTPRV for the
      * partition inventory's growth-driver compare.
       SAVE-PARTPRV-SECTION.
           OPEN INPUT PARTINV-IN-FILE.
           IF WS-PARTINV-STATUS NOT = "00"
               MOVE "PARTINV OPEN FAILED, PARTPRV NOT SAVED"
                   TO WS-ERR-MESSAGE
               PERFORM COPY-FAILED-SECTION
           ELSE
               OPEN OUTPUT PARTPRV-OUT-FILE
               IF WS-PARTPRV-STATUS NOT = "00"
                   MOVE "PARTPRV OPEN FAILED, COPY NOT SAVED"
                       TO WS-ERR-MESSAGE
                   PERFORM COPY-FAILED-SECTION
                   CLOSE PARTINV-IN-FILE
               ELSE
                   MOVE 'N' TO WS-EOF-COPY
                   PERFORM UNTIL END-OF-COPY
                       READ PARTINV-IN-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF-COPY
                           NOT AT END
                               MOVE PARTINV-IN-RECORD
                                   TO PARTPRV-OUT-RECORD
                               WRITE PARTPRV-OUT-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE PARTINV-IN-FILE
                   CLOSE PARTPRV-OUT-FILE
               END-IF
           END-IF.

      * Catalogs the new open-event master EvtFeed just wrote
      * (EVTONEW) as the next run's EVTOPEN.
       PROMOTE-EVTOPEN-SECTION.
           OPEN INPUT EVTONEW-IN-FILE.
           IF WS-EVTONEW-STATUS NOT = "00"
               MOVE "EVTONEW OPEN FAILED, EVTOPEN NOT PROMOTED"
                   TO WS-ERR-MESSAGE
               PERFORM COPY-FAILED-SECTION
           ELSE
               OPEN OUTPUT EVTOPEN-OUT-FILE
               IF WS-EVTOPEN-STATUS NOT = "00"
                   MOVE "EVTOPEN OPEN FAILED, NOT PROMOTED"
                       TO WS-ERR-MESSAGE
                   PERFORM COPY-FAILED-SECTION
                   CLOSE EVTONEW-IN-FILE
               ELSE
                   MOVE 'N' TO WS-EOF-COPY
                   PERFORM UNTIL END-OF-COPY
                       READ EVTONEW-IN-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF-COPY
                           NOT AT END
                               MOVE EVTONEW-IN-RECORD
                                   TO EVTOPEN-OUT-RECORD
                               WRITE EVTOPEN-OUT-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE EVTONEW-IN-FILE
                   CLOSE EVTOPEN-OUT-FILE
               END-IF
           END-IF.

      * Catalogs the new run-history master RunPost just wrote
      * (RUNHNEW) as the next run's RUNHIST.
       PROMOTE-RUNHIST-SECTION.
           OPEN INPUT RUNHNEW-IN-FILE.
           IF WS-RUNHNEW-STATUS NOT = "00"
               MOVE "RUNHNEW OPEN FAILED, RUNHIST NOT PROMOTED"
                   TO WS-ERR-MESSAGE
               PERFORM COPY-FAILED-SECTION
           ELSE
               OPEN OUTPUT RUNHIST-OUT-FILE
               IF WS-RUNHIST-STATUS NOT = "00"
                   MOVE "RUNHIST OPEN FAILED, NOT PROMOTED"
                       TO WS-ERR-MESSAGE
                   PERFORM COPY-FAILED-SECTION
                   CLOSE RUNHNEW-IN-FILE
               ELSE
                   MOVE 'N' TO WS-EOF-COPY
                   PERFORM UNTIL END-OF-COPY
                       READ RUNHNEW-IN-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF-COPY
                           NOT AT END
                               MOVE RUNHNEW-IN-RECORD
                                   TO RUNHIST-OUT-RECORD
                               WRITE RUNHIST-OUT-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE RUNHNEW-IN-FILE
                   CLOSE RUNHIST-OUT-FILE
               END-IF
           END-IF.

       COPY-FAILED-SECTION.
           PERFORM LOG-ERROR-SECTION.
           MOVE 'Y' TO WS-CHAIN-HELD.
               CLOSE AMTVRPT-IN-FILE
           END-IF.

       COUNT-ORPHRPT-SECTION.
           MOVE 0 TO WS-STEP-COUNT.
           MOVE 'N' TO WS-EOF-COUNT.
           OPEN INPUT ORPHRPT-IN-FILE.
           IF WS-ORPHRPT-STATUS = "00"
               PERFORM UNTIL END-OF-COUNT
                   READ ORPHRPT-IN-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-COUNT
                       NOT AT END
                           ADD 1 TO WS-STEP-COUNT
                   END-READ
               END-PERFORM
               CLOSE ORPHRPT-IN-FILE
           END-IF.

       COUNT-STATRPT-SECTION.
           MOVE 0 TO WS-STEP-COUNT.
           MOVE 'N' TO WS-EOF-COUNT.
           OPEN INPUT STATRPT-IN-FILE.
           IF WS-STATRPT-STATUS = "00"
               PERFORM UNTIL END-OF-COUNT
                   READ STATRPT-IN-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-COUNT
                       NOT AT END
                           ADD 1 TO WS-STEP-COUNT
                   END-READ
               END-PERFORM
               CLOSE STATRPT-IN-FILE
           END-IF.

       COUNT-GRNTINV-SECTION.
           MOVE 0 TO WS-STEP-COUNT.
           MOVE 'N' TO WS-EOF-COUNT.
               CLOSE GRNTINV-IN-FILE
           END-IF.

       COUNT-SENSINV-SECTION.
           MOVE 0 TO WS-STEP-COUNT.
           MOVE 'N' TO WS-EOF-COUNT.
           OPEN INPUT SENSINV-IN-FILE.
           IF WS-SENSINV-STATUS = "00"
               PERFORM UNTIL END-OF-COUNT
                   READ SENSINV-IN-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-COUNT
                       NOT AT END
                           ADD 1 TO WS-STEP-COUNT
                   END-READ
               END-PERFORM
               CLOSE SENSINV-IN-FILE
           END-IF.

       COUNT-CHGRECN-SECTION.
           MOVE 0 TO WS-STEP-COUNT.
           MOVE 'N' TO WS-EOF-COUNT.
           OPEN INPUT CHGRECN-IN-FILE.
           IF WS-CHGRECN-STATUS = "00"
               PERFORM UNTIL END-OF-COUNT
                   READ CHGRECN-IN-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-COUNT
                       NOT AT END
                           ADD 1 TO WS-STEP-COUNT
                   END-READ
               END-PERFORM
               CLOSE CHGRECN-IN-FILE
           END-IF.

       COUNT-DDLSRPT-SECTION.
           MOVE 0 TO WS-STEP-COUNT.
           MOVE 'N' TO WS-EOF-COUNT.
           OPEN INPUT DDLSRPT-IN-FILE.
           IF WS-DDLSRPT-STATUS = "00"
               PERFORM UNTIL END-OF-COUNT
                   READ DDLSRPT-IN-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-COUNT
                       NOT AT END
                           ADD 1 TO WS-STEP-COUNT
                   END-READ
               END-PERFORM
               CLOSE DDLSRPT-IN-FILE
           END-IF.

       COUNT-PARTINV-SECTION.
           MOVE 0 TO WS-STEP-COUNT.
           MOVE 'N' TO WS-EOF-COUNT.
           OPEN INPUT PARTINV-IN-FILE.
           IF WS-PARTINV-STATUS = "00"
               PERFORM UNTIL END-OF-COUNT
                   READ PARTINV-IN-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-COUNT
                       NOT AT END
                           ADD 1 TO WS-STEP-COUNT
                   END-READ
               END-PERFORM
               CLOSE PARTINV-IN-FILE
           END-IF.

       COUNT-STDVRPT-SECTION.
           MOVE 0 TO WS-STEP-COUNT.
           MOVE 'N' TO WS-EOF-COUNT.
           OPEN INPUT STDVRPT-IN-FILE.
           IF WS-STDVRPT-STATUS = "00"
               PERFORM UNTIL END-OF-COUNT
                   READ STDVRPT-IN-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-COUNT
                       NOT AT END
                           ADD 1 TO WS-STEP-COUNT
                   END-READ
               END-PERFORM
               CLOSE STDVRPT-IN-FILE
           END-IF.

       COUNT-SCHEMCSV-SECTION.
           MOVE 0 TO WS-STEP-COUNT.
           MOVE 'N' TO WS-EOF-COUNT.
               CLOSE INVMAST-IN-FILE
           END-IF.

       COUNT-EVTFEED-SECTION.
           MOVE 0 TO WS-STEP-COUNT.
           MOVE 'N' TO WS-EOF-COUNT.
           OPEN INPUT EVTFEED-IN-FILE.
           IF WS-EVTFEED-STATUS = "00"
               PERFORM UNTIL END-OF-COUNT
                   READ EVTFEED-IN-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-COUNT
                       NOT AT END
                           ADD 1 TO WS-STEP-COUNT
                   END-READ
               END-PERFORM
               CLOSE EVTFEED-IN-FILE
           END-IF.

       COUNT-RUNHNEW-SECTION.
           MOVE 0 TO WS-STEP-COUNT.
           MOVE 'N' TO WS-EOF-COUNT.
           OPEN INPUT RUNHNEW-IN-FILE.
           IF WS-RUNHNEW-STATUS = "00"
               PERFORM UNTIL END-OF-COUNT
                   READ RUNHNEW-IN-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-COUNT
                       NOT AT END
                           ADD 1 TO WS-STEP-COUNT
                   END-READ
               END-PERFORM
               CLOSE RUNHNEW-IN-FILE
           END-IF.

       COUNT-MORNRPT-SECTION.
           MOVE 0 TO WS-STEP-COUNT.
           MOVE 'N' TO WS-EOF-COUNT.
