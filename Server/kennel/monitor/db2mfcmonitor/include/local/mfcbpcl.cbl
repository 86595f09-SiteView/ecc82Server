      ***********************************************************************
      *
      *  Source File Name = MFCBPCL.CBL
      *
      *  Function = Shop-owned history record - one buffer pool's
      *             page-cleaner and prefetcher counters as of one
      *             MFCCBPCL collection run. The asynchronous read and
      *             write counters and the total pool writes ride on
      *             the fixed SQLM-BUFFERPOOL structure; the three
      *             cleaner triggers (SQLM-ELM-PL-DRTY-PG-STEAL-CLNS,
      *             SQLM-ELM-PL-DRTY-PG-THRSH-CLNS,
      *             SQLM-ELM-POOL-LSN-GAP-CLNS), SQLM-ELM-PREFETCH-
      *             WAIT-TIME (milliseconds) and SQLM-ELM-UNREAD-
      *             PREFETCH-PAGES arrive as scalar elements after
      *             their pool, accumulated the MFCCSORT way. All are
      *             cumulative since db2start; the delta engine
      *             (MFCCDELT, BPCL-* metrics) turns them into
      *             per-interval figures for the MFCR100 cleaner and
      *             prefetch tuning report.
      *
      *  Notes: this is NOT a vendor DB2 structure - it is this shop's own
      *         record layout, kept under include/local rather than mixed
      *         in with the vendor cobol_a/cobol_i/cobol_mf copy books.
      *
      ***********************************************************************
       01 MFC-BP-CLEANER-REC.
           05 MFC-BC-COLLECT-SECS       PIC 9(9) COMP-5.
           05 MFC-BC-DB-NAME            PIC X(20) USAGE DISPLAY.
           05 MFC-BC-BP-NAME            PIC X(20) USAGE DISPLAY.
           05 MFC-BC-DATA-WRITES        PIC 9(9) COMP-5.
           05 MFC-BC-INDEX-WRITES       PIC 9(9) COMP-5.
           05 MFC-BC-ASYNC-DATA-WRITES  PIC 9(9) COMP-5.
           05 MFC-BC-ASYNC-INDEX-WRITES PIC 9(9) COMP-5.
           05 MFC-BC-ASYNC-DATA-READS   PIC 9(9) COMP-5.
           05 MFC-BC-ASYNC-INDEX-READS  PIC 9(9) COMP-5.
           05 MFC-BC-STEAL-CLNS         PIC 9(9) COMP-5.
           05 MFC-BC-THRESH-CLNS        PIC 9(9) COMP-5.
           05 MFC-BC-LSN-GAP-CLNS       PIC 9(9) COMP-5.
           05 MFC-BC-PREFETCH-WAIT-MS   PIC 9(9) COMP-5.
           05 MFC-BC-UNREAD-PF-PAGES    PIC 9(9) COMP-5.
