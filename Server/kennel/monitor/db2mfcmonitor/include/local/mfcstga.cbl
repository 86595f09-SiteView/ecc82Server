      ***********************************************************************
      *
      *  Source File Name = MFCSTGA.CBL
      *
      *  Function = Shop-owned history record for one step the storage
      *             path actuator MFCCSTGA took for one automatic-
      *             storage table space forecast to fill - appended to
      *             MFCSTGAO, which is both the audit trail and the
      *             actuator's own memory between runs (the newest row
      *             per database and table space is its state).
      *
      *             MFC-SA-OUTCOME is one of:
      *               PROPOSED     - a pool path was chosen, outside a
      *                              maintenance window; staged;
      *               NO-APPROVAL  - inside a window, but no second
      *                              person's ADD-STORAGE approval;
      *               SUBMITTED    - approved, inside a window, and
      *                              ALTER DATABASE ... ADD STORAGE ON
      *                              run and committed by MFCCSTGA;
      *               FAILED       - DB2 refused that statement (its
      *                              SQLCODE is on the MFCCCJLO row);
      *                              tried again at the next poll;
      *               CONFIRMED    - the first MFCCTBS poll and MFCCASTG
      *                              collection after the submission
      *                              show the path in place and the
      *                              projection out past the horizon;
      *               NOT-RELIEVED - they did not;
      *               NO-POOL-PATH - at risk, but every pool path for
      *                              the database is already in use.
      *
      *  Notes: this is NOT a vendor DB2 structure - it is this shop's own
      *         record layout, kept under include/local rather than mixed
      *         in with the vendor cobol_a/cobol_i/cobol_mf copy books.
      *
      ***********************************************************************
       01 MFC-STG-ACTION-REC.
           05 MFC-SA-ACTION-SECS      PIC 9(9) COMP-5.
           05 MFC-SA-DB-NAME          PIC X(20) USAGE DISPLAY.
           05 MFC-SA-TB-NAME          PIC X(20) USAGE DISPLAY.
           05 MFC-SA-DAYS-TO-FULL     PIC 9(9) COMP-5.
           05 MFC-SA-LEAD-DAYS        PIC 9(9) COMP-5.
           05 MFC-SA-PATH             PIC X(120) USAGE DISPLAY.
           05 MFC-SA-OUTCOME          PIC X(12) USAGE DISPLAY.
               88 MFC-SA-PROPOSED     VALUE "PROPOSED".
               88 MFC-SA-NO-APPROVAL  VALUE "NO-APPROVAL".
               88 MFC-SA-SUBMITTED    VALUE "SUBMITTED".
               88 MFC-SA-FAILED       VALUE "FAILED".
               88 MFC-SA-CONFIRMED    VALUE "CONFIRMED".
               88 MFC-SA-NOT-RELIEVED VALUE "NOT-RELIEVED".
               88 MFC-SA-NO-POOL-PATH VALUE "NO-POOL-PATH".
           05 MFC-SA-APPROVER         PIC X(8) USAGE DISPLAY.
