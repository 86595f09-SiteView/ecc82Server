      ***********************************************************************
      *
      *  Source File Name = MFCFPHS.CBL
      *
      *  Function = Shop-owned history record - one statement
      *             fingerprint's cost under one package consistency
      *             token, as one MFCCFPRT grouping run saw it: the
      *             run's epoch, the fingerprint, the package and
      *             token the executions ran under, and the summed
      *             executions, elapsed and CPU microseconds. The
      *             same figures as the MFCFPRTO row for the run, but
      *             appended (EXTEND mode) rather than rewritten, so
      *             a fingerprint's per-execution cost can be followed
      *             across a rebind: MFCR112 sets the days before a
      *             token change against the days after it.
      *
      *             Rows cut from event-origin statements carry no
      *             token (MFC-FH-CONSIST-TOKEN spaces) and are kept
      *             for the cost trend, but cannot mark a rebind.
      *
      *  Notes: this is NOT a vendor DB2 structure - it is this shop's own
      *         record layout, kept under include/local rather than mixed
      *         in with the vendor cobol_a/cobol_i/cobol_mf copy books.
      *
      ***********************************************************************
       01 MFC-FPRINT-HIST-REC.
           05 MFC-FH-COLLECT-SECS     PIC 9(9) COMP-5.
           05 MFC-FH-FINGERPRINT      PIC X(16) USAGE DISPLAY.
           05 MFC-FH-PACKAGE-NAME     PIC X(20) USAGE DISPLAY.
           05 MFC-FH-CONSIST-TOKEN    PIC X(8) USAGE DISPLAY.
           05 MFC-FH-EXECUTIONS       PIC 9(9) COMP-5.
           05 MFC-FH-TOTAL-ELAPSED-USEC PIC 9(18) COMP-5.
           05 MFC-FH-TOTAL-CPU-USEC   PIC 9(18) COMP-5.
