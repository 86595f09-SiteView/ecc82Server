      ***********************************************************************
      *
      *  Source File Name = MFCFEDH.CBL
      *
      *  Function = Shop-owned history record - one federated data
      *             source's counters, for one database, as one
      *             MFCCFED run saw them off an SQLM-ELM-DBASE-REMOTE
      *             group and the elements that follow it: the run's
      *             epoch, the database and the DATASOURCE-NAME, the
      *             PASSTHRUS count and PASSTHRU-TIME, the REMOTE-LOCKS
      *             and REMOTE-LOCK-TIME, and CREATE-NICKNAME with
      *             CREATE-NICKNAME-TIME.
      *
      *             The three times are as DB2 reports them for a data
      *             source - milliseconds, summed. The counts and times
      *             are cumulative since the database's counters were
      *             last reset and appended (EXTEND mode) once per
      *             run, so a reader works from the difference between
      *             successive rows of the same database and data
      *             source, the MFCCDELT convention: a counter that
      *             went down was reset and the new figure is the
      *             interval's own. MFCR119 reads this file.
      *
      *             An element the data source did not report stays
      *             zero.
      *
      *  Notes: this is NOT a vendor DB2 structure - it is this shop's own
      *         record layout, kept under include/local rather than mixed
      *         in with the vendor cobol_a/cobol_i/cobol_mf copy books.
      *
      ***********************************************************************
       01 MFC-FED-HIST-REC.
           05 MFC-FH-COLLECT-SECS       PIC 9(9) COMP-5.
           05 MFC-FH-DB-NAME            PIC X(20) USAGE DISPLAY.
           05 MFC-FH-DATASOURCE-NAME    PIC X(20) USAGE DISPLAY.
           05 MFC-FH-PASSTHRUS          PIC 9(9) COMP-5.
           05 MFC-FH-PASSTHRU-MSEC      PIC 9(9) COMP-5.
           05 MFC-FH-REMOTE-LOCKS       PIC 9(9) COMP-5.
           05 MFC-FH-REMOTE-LOCK-MSEC   PIC 9(9) COMP-5.
           05 MFC-FH-CREATE-NICKNAME    PIC 9(9) COMP-5.
           05 MFC-FH-CREATE-NICKNAME-MSEC PIC 9(9) COMP-5.
