      *             every run (OUTPUT mode) like the MFCSTMTO it is
      *             cut from.
      *
      *             A shape is keyed also by the package and the
      *             consistency token its executions ran under, so a
      *             statement rebound mid-extract shows as two rows
      *             with one fingerprint; MFCR078 folds them back
      *             together for its ranking. The same rows, stamped
      *             with the run's epoch, are appended to the history
      *             MFCFPHSO (MFCFPHS.CBL) for MFCR112.
      *
      *  Notes: this is NOT a vendor DB2 structure - it is this shop's own
      *         record layout, kept under include/local rather than mixed
      *         in with the vendor cobol_a/cobol_i/cobol_mf copy books.
           05 MFC-FG-TOTAL-ELAPSED-USEC PIC 9(18) COMP-5.
           05 MFC-FG-TOTAL-CPU-USEC   PIC 9(18) COMP-5.
           05 MFC-FG-SAMPLE-AUTH-ID   PIC X(20) USAGE DISPLAY.
           05 MFC-FG-PACKAGE-NAME     PIC X(20) USAGE DISPLAY.
           05 MFC-FG-CONSIST-TOKEN    PIC X(8) USAGE DISPLAY.
