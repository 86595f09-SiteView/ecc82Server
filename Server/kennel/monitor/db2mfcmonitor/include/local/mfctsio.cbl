      ***********************************************************************
      *
      *  Source File Name = MFCTSIO.CBL
      *
      *  Function = Shop-owned history record - one table space's
      *             I/O counters and times as of one MFCCTSIO
      *             collection run, off the fixed SQLM-TABLESPACE
      *             structure. Reads are the physical data and index
      *             page reads (POOL-DATA-P-READS + POOL-INDEX-P-READS),
      *             writes the data and index page writes
      *             (POOL-DATA-WRITES + POOL-INDEX-WRITES); the direct
      *             counts are DIRECT-READS and DIRECT-WRITES. The four
      *             times are POOL-READ-TIME, POOL-WRITE-TIME,
      *             DIRECT-READ-TIME and DIRECT-WRITE-TIME, in
      *             milliseconds. All are cumulative since the
      *             database was activated; MFCR134 takes the
      *             difference between successive polls, and a poll
      *             whose counters went backwards follows a restart.
      *
      *  Notes: this is NOT a vendor DB2 structure - it is this shop's own
      *         record layout, kept under include/local rather than mixed
      *         in with the vendor cobol_a/cobol_i/cobol_mf copy books.
      *
      ***********************************************************************
       01 MFC-TBSP-IO-REC.
           05 MFC-TI-COLLECT-SECS       PIC 9(9) COMP-5.
           05 MFC-TI-DB-NAME            PIC X(20) USAGE DISPLAY.
           05 MFC-TI-TBSP-NAME          PIC X(20) USAGE DISPLAY.
           05 MFC-TI-POOL-READS         PIC 9(18) COMP-5.
           05 MFC-TI-POOL-WRITES        PIC 9(18) COMP-5.
           05 MFC-TI-POOL-READ-TIME     PIC 9(18) COMP-5.
           05 MFC-TI-POOL-WRITE-TIME    PIC 9(18) COMP-5.
           05 MFC-TI-DIRECT-READS       PIC 9(18) COMP-5.
           05 MFC-TI-DIRECT-WRITES      PIC 9(18) COMP-5.
           05 MFC-TI-DIRECT-READ-TIME   PIC 9(18) COMP-5.
           05 MFC-TI-DIRECT-WRITE-TIME  PIC 9(18) COMP-5.
