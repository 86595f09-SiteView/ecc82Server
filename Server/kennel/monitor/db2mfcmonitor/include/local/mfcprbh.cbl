      ***********************************************************************
      *
      *  Source File Name = MFCPRBH.CBL
      *
      *  Function = Shop-owned record - one synthetic business-query
      *             probe result, appended (EXTEND mode) to MFCPRBEO by
      *             MFCCPRBE, never rewritten. Every row of one run
      *             carries the same MFC-PB-PROBE-SECS, so a reader can
      *             tell one run's probes of an alias from the next.
      *
      *             MFC-PB-RESULT is the check against the MFCPRBEC
      *             catalog row:
      *               MFC-PB-OK   ("OK  ") - ran clean, row count in
      *                                      range, inside the target;
      *               MFC-PB-ROWS ("ROWS") - ran clean but returned a
      *                                      row count outside
      *                                      MIN-ROWS..MAX-ROWS;
      *               MFC-PB-SLOW ("SLOW") - row count in range but the
      *                                      response time was over
      *                                      TARGET-MS;
      *               MFC-PB-FAIL ("FAIL") - the connect, PREPARE, OPEN
      *                                      or FETCH failed
      *                                      (MFC-PB-SQLCODE says why),
      *                                      or the text was refused as
      *                                      not a read-only query
      *                                      (MFC-PB-SQLCODE zero).
      *
      *             MFC-PB-ROWS-RETURNED stops one row past MAX-ROWS.
      *
      *  Notes: this is NOT a vendor DB2 structure - it is this shop's own
      *         record layout, kept under include/local rather than mixed
      *         in with the vendor cobol_a/cobol_i/cobol_mf copy books.
      *
      ***********************************************************************
       01 MFC-PROBE-HIST-REC.
           05 MFC-PB-PROBE-SECS       PIC 9(9) COMP-5.
           05 MFC-PB-DB-ALIAS         PIC X(20) USAGE DISPLAY.
           05 MFC-PB-QUERY-ID         PIC X(8) USAGE DISPLAY.
           05 MFC-PB-SQLCODE          PIC S9(9) COMP-5.
           05 MFC-PB-ROWS-RETURNED    PIC 9(9) COMP-5.
           05 MFC-PB-ELAPSED-MS       PIC 9(9) COMP-5.
           05 MFC-PB-TARGET-MS        PIC 9(9) COMP-5.
           05 MFC-PB-RESULT           PIC X(4) USAGE DISPLAY.
               88 MFC-PB-OK           VALUE "OK  ".
               88 MFC-PB-ROWS         VALUE "ROWS".
               88 MFC-PB-SLOW         VALUE "SLOW".
               88 MFC-PB-FAIL         VALUE "FAIL".
