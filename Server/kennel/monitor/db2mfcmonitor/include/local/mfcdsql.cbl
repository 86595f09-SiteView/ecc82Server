      *             ranks the cache by - the short frequent statements
      *             the in-flight snapshot (MFCCSTMT/MFCR009) never
      *             catches.
      *             MFC-DC-QUERY-COST-EST/MFC-DC-QUERY-CARD-EST are
      *             the optimizer's estimates for the cached section
      *             (timerons, rows), from the SQLM-ELM-QUERY-COST-
      *             ESTIMATE/SQLM-ELM-QUERY-CARD-ESTIMATE elements of
      *             the entry, zero when the entry carried none - the
      *             estimate side of MFCR111's misestimate ranking.
      *             Envelope layout version 2; version 1 ended at
      *             MFC-DC-STMT-TEXT.
      *
      *  Notes: this is NOT a vendor DB2 structure - it is this shop's own
      *         record layout, kept under include/local rather than mixed
           05 MFC-DC-TOTAL-EXEC-USEC    PIC 9(18) COMP-5.
           05 MFC-DC-ROWS-READ          PIC 9(18) COMP-5.
           05 MFC-DC-STMT-TEXT          PIC X(256) USAGE DISPLAY.
           05 MFC-DC-QUERY-COST-EST     PIC 9(18) COMP-5.
           05 MFC-DC-QUERY-CARD-EST     PIC 9(18) COMP-5.
