      ***********************************************************************
      *
      *  Source File Name = MFCHLTH.CBL
      *
      *  Function = Shop-owned history record - one DB2 health-monitor
      *             verdict as of one MFCCHLTH collection run. The
      *             health snapshot (SQLM-CLASS-HEALTH-WITH-DETAIL)
      *             hangs SQLM-ELM-HEALTH-INDICATOR groups (and their
      *             SQLM-ELM-HEALTH-INDICATOR-HIST history groups)
      *             under the instance, each database, each table
      *             space and each container, and carries one rolled-
      *             up alert state per object (DB2-R0L-UP-ALRT-ST,
      *             DB-R0L-UP-ALRT-ST, TBSP-R0L-UP-ALRT-ST,
      *             CONT-R0L-UP-ALRT-ST). One row is written per
      *             indicator and per roll-up:
      *
      *               MFC-HH-ROW-KIND  "C" current indicator,
      *                                "H" indicator history entry,
      *                                "R" object roll-up state
      *                                    (MFC-HH-HI-ID zero);
      *               MFC-HH-OBJ-LEVEL "I" instance, "D" database,
      *                                "T" table space, "C" container.
      *
      *             MFC-HH-DB-NAME is the owning database, "*DBM*" for
      *             the instance level (the MFCCCFG pseudo-alias);
      *             MFC-HH-OBJ-NAME is the table space or container
      *             name below it. MFC-HH-ALERT-STATE is the vendor
      *             SQLM-HI-ALERT-STATE-* code (0 unknown, 1 normal,
      *             2 attention, 3 warning, 4 alarm). MFCR097 lines
      *             these verdicts up against the alert state master.
      *
      *  Notes: this is NOT a vendor DB2 structure - it is this shop's own
      *         record layout, kept under include/local rather than mixed
      *         in with the vendor cobol_a/cobol_i/cobol_mf copy books.
      *
      ***********************************************************************
       01 MFC-HEALTH-IND-REC.
           05 MFC-HH-COLLECT-SECS       PIC 9(9) COMP-5.
           05 MFC-HH-DB-NAME            PIC X(20) USAGE DISPLAY.
           05 MFC-HH-OBJ-LEVEL          PIC X(1) USAGE DISPLAY.
           05 MFC-HH-OBJ-NAME           PIC X(64) USAGE DISPLAY.
           05 MFC-HH-ROW-KIND           PIC X(1) USAGE DISPLAY.
           05 MFC-HH-HI-ID              PIC 9(9) COMP-5.
           05 MFC-HH-HI-VALUE           PIC 9(18) COMP-5.
           05 MFC-HH-ALERT-STATE        PIC 9(4) COMP-5.
           05 MFC-HH-HI-SECS            PIC 9(9) COMP-5.
