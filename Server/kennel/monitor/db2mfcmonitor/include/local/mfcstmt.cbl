      *             origins so MFCR009 can rank both together.
      *             MFC-ST-STMT-TEXT carries the statement text when
      *             the origin supplies one (the SQLM-ELM-STMT-TEXT
      *             element that follows a snapshot SQLM-STMT, or
      *             the same element trailing an SQLM-STMT-EVENT
      *             record); a row whose origin sent none leaves it
      *             spaces. The text feeds
      *             the fingerprint grouping (MFCUFPRT/MFCCFPRT) that
      *             re-cuts the slow-SQL ranking by statement shape
      *             instead of by individual execution. MFCSTMTO is
      *             versions: version 1 ends at MFC-ST-CPU-MICROSEC,
      *             version 2 adds MFC-ST-STMT-TEXT. MFCMIGRT
      *             migrates 1 to 2; MFCRERUN re-runs against either.
      *             Layout version 3 adds the optimizer's estimates
      *             for the statement (MFC-ST-QUERY-COST-EST in
      *             timerons, MFC-ST-QUERY-CARD-EST in rows) and the
      *             rows it actually read, so MFCR111 can set what the
      *             optimizer expected against what the statement
      *             cost. The statement event record carries no
      *             estimates; event-origin rows leave both zero.
      *             Layout version 4 adds the consistency token of
      *             the package section the statement ran from
      *             (MFC-ST-CONSIST-TOKEN), so a rebind shows as a
      *             new token beside the same statement shape and
      *             MFCCFPRT/MFCR112 can set the cost before a
      *             rebind against the cost after it. The statement
      *             event record carries no token; event-origin rows
      *             leave it spaces.
      *
      *  Notes: this is NOT a vendor DB2 structure - it is this shop's own
      *         record layout, kept under include/local rather than mixed
           05 MFC-ST-CPU-SECS           PIC 9(9) COMP-5.
           05 MFC-ST-CPU-MICROSEC       PIC 9(9) COMP-5.
           05 MFC-ST-STMT-TEXT          PIC X(256) USAGE DISPLAY.
           05 MFC-ST-QUERY-COST-EST     PIC 9(9) COMP-5.
           05 MFC-ST-QUERY-CARD-EST     PIC 9(9) COMP-5.
           05 MFC-ST-ROWS-READ          PIC 9(9) COMP-5.
           05 MFC-ST-CONSIST-TOKEN      PIC X(8) USAGE DISPLAY.
