      ***********************************************************************
      *
      *  Source File Name = MFCD2LR.CBL
      *
      *  Function = Shop-owned control record - one alerting rule for
      *             the diagnostic-log ingester MFCCD2LG (MFCD2LGR).
      *             A db2diag.log entry whose MESSAGE or FUNCTION text
      *             contains MFC-DR-PATTERN (compared without regard to
      *             case; trailing spaces are not part of the pattern)
      *             is kept whatever its level and raises an alert on
      *             MFCALRTO under MFC-DR-METRIC, keyed by the entry's
      *             database. Rules are tried in file order; the first
      *             match wins. Typical patterns are message numbers -
      *             ADM1848W (log archive failed), ADM6017E (table
      *             space full), ADM14001C (instance-wide crash).
      *
      *  Notes: this is NOT a vendor DB2 structure - it is this shop's own
      *         record layout, kept under include/local rather than mixed
      *         in with the vendor cobol_a/cobol_i/cobol_mf copy books.
      *
      ***********************************************************************
       01 MFC-DIAG-RULE-REC.
           05 MFC-DR-PATTERN          PIC X(40) USAGE DISPLAY.
           05 MFC-DR-METRIC           PIC X(20) USAGE DISPLAY.
