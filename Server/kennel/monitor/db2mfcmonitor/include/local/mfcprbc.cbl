      ***********************************************************************
      *
      *  Source File Name = MFCPRBC.CBL
      *
      *  Function = Shop-owned control record - one canned business
      *             query in the synthetic probe catalog (MFCPRBEC) that
      *             MFCCPRBE runs against MFC-PC-DB-ALIAS. Maintained by
      *             hand by the application DBAs, one row per alias per
      *             query, grouped by alias.
      *
      *             MFC-PC-SQL-TEXT must be a read-only SELECT (or a
      *             WITH ... SELECT); MFCCPRBE refuses anything else
      *             without preparing it. At most twenty result columns
      *             of at most 254 bytes each are fetched.
      *
      *             MFC-PC-MIN-ROWS/MFC-PC-MAX-ROWS are the row count
      *             the query is expected to return when the business
      *             tables are healthy; MFCCPRBE stops fetching one row
      *             past MFC-PC-MAX-ROWS. MFC-PC-TARGET-MS is the
      *             response-time target, PREPARE through CLOSE.
      *
      *  Notes: this is NOT a vendor DB2 structure - it is this shop's own
      *         record layout, kept under include/local rather than mixed
      *         in with the vendor cobol_a/cobol_i/cobol_mf copy books.
      *
      ***********************************************************************
       01 MFC-PROBE-CATALOG-REC.
           05 MFC-PC-DB-ALIAS         PIC X(20) USAGE DISPLAY.
           05 MFC-PC-QUERY-ID         PIC X(8) USAGE DISPLAY.
           05 MFC-PC-MIN-ROWS         PIC 9(9) COMP-5.
           05 MFC-PC-MAX-ROWS         PIC 9(9) COMP-5.
           05 MFC-PC-TARGET-MS        PIC 9(9) COMP-5.
           05 MFC-PC-SQL-TEXT         PIC X(254) USAGE DISPLAY.
