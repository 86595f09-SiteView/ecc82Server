      ***********************************************************************
      *
      *  Source File Name = MFCPRWK.CBL
      *
      *  Function = Shop-owned copy file for one weekly stored
      *             procedure cost row, appended to MFCPRWKO by
      *             MFCR120 each run. One row per application name and
      *             AUTH-ID per run, for the seven days ending on the
      *             newest APFR-* delta day: the stored procedure calls,
      *             the seconds spent in them and the rows they
      *             returned (the APFR-STORED-PROCS, APFR-SP-TIME-MS and
      *             APFR-SP-ROWS deltas), beside all the statements the
      *             application ran (APFR-SQL-STMTS). MFCR093 sums the
      *             invoice window's rows per owning team for its
      *             stored procedure breakout, the way it sums
      *             MFCSCWKO.
      *
      *  Notes: this is NOT a vendor DB2 structure - it is this shop's own
      *         record layout, kept under include/local rather than mixed
      *         in with the vendor cobol_a/cobol_i/cobol_mf copy books.
      *
      ***********************************************************************
       01 MFC-PROC-WEEK-REC.
           05 MFC-PW-RUN-SECS         PIC 9(9) COMP-5.
           05 MFC-PW-APPL-NAME        PIC X(20) USAGE DISPLAY.
           05 MFC-PW-AUTH-ID          PIC X(20) USAGE DISPLAY.
           05 MFC-PW-SP-CALLS         PIC 9(9) COMP-5.
           05 MFC-PW-SP-SECS          PIC 9(9) COMP-5.
           05 MFC-PW-SP-ROWS          PIC 9(9) COMP-5.
           05 MFC-PW-STMTS            PIC 9(9) COMP-5.
