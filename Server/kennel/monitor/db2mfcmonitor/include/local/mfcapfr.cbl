      ***********************************************************************
      *
      *  Source File Name = MFCAPFR.CBL
      *
      *  Function = Shop-owned history record - one connected
      *             application's statement outcome counters as one
      *             MFCCAPPL run saw them off SQLM-APPL: commits and
      *             rollbacks the application asked for, the static
      *             and dynamic statements it ran and how many of
      *             them failed, and the commits and rollbacks DB2
      *             did on its behalf (INT-ROLLBACKS, of which
      *             INT-DEADLOCK-ROLLBACKS were deadlock victims).
      *             DDL-SQL-STMTS and BINDS-PRECOMPILES come from
      *             the same SQLM-APPL structure. STORED-PROCS,
      *             STORED-PROC-TIME (milliseconds) and
      *             SP-ROWS-SELECTED - the application's stored
      *             procedure calls, the time spent in them and the
      *             rows they returned - are not part of SQLM-APPL but
      *             follow it as elements of their own, and stay zero
      *             when the snapshot did not carry them.
      *
      *             All counters are cumulative since the connection
      *             was made. Appended (EXTEND mode) every run;
      *             MFCCDELT turns them into per-interval APFR-*
      *             deltas keyed by APPL-ID, and MFCR116 reads this
      *             file back for the APPL-ID's application name and
      *             AUTH-ID when it builds the daily scorecard.
      *             MFCR117 reads the same rows to name the
      *             application and AUTH-ID behind DDL or bind
      *             activity. MFCR120 reads them for the weekly
      *             stored procedure cost report.
      *
      *  Notes: this is NOT a vendor DB2 structure - it is this shop's own
      *         record layout, kept under include/local rather than mixed
      *         in with the vendor cobol_a/cobol_i/cobol_mf copy books.
      *
      ***********************************************************************
       01 MFC-APPL-FAIL-REC.
           05 MFC-AF-COLLECT-SECS       PIC 9(9) COMP-5.
           05 MFC-AF-APPL-ID            PIC X(32) USAGE DISPLAY.
           05 MFC-AF-APPL-NAME          PIC X(20) USAGE DISPLAY.
           05 MFC-AF-AUTH-ID            PIC X(20) USAGE DISPLAY.
           05 MFC-AF-DB-NAME            PIC X(20) USAGE DISPLAY.
           05 MFC-AF-AGENT-ID           PIC 9(9) COMP-5.
           05 MFC-AF-COMMIT-SQL-STMTS   PIC 9(9) COMP-5.
           05 MFC-AF-ROLLBACK-SQL-STMTS PIC 9(9) COMP-5.
           05 MFC-AF-STATIC-SQL-STMTS   PIC 9(9) COMP-5.
           05 MFC-AF-DYNAMIC-SQL-STMTS  PIC 9(9) COMP-5.
           05 MFC-AF-FAILED-SQL-STMTS   PIC 9(9) COMP-5.
           05 MFC-AF-INT-COMMITS        PIC 9(9) COMP-5.
           05 MFC-AF-INT-ROLLBACKS      PIC 9(9) COMP-5.
           05 MFC-AF-INT-DL-ROLLBACKS   PIC 9(9) COMP-5.
           05 MFC-AF-DDL-SQL-STMTS      PIC 9(9) COMP-5.
           05 MFC-AF-BINDS-PRECOMPILES  PIC 9(9) COMP-5.
           05 MFC-AF-STORED-PROCS       PIC 9(9) COMP-5.
           05 MFC-AF-STORED-PROC-MSEC   PIC 9(9) COMP-5.
           05 MFC-AF-SP-ROWS-SELECTED   PIC 9(9) COMP-5.
