      ***********************************************************************
      *
      *  Source File Name = MFCMEMP.CBL
      *
      *  Function = Shop-owned history record - one memory pool of one
      *             database (or of the instance) as of one MFCCMEMP
      *             collection run. The fields are the scalars DB2
      *             returns inside each SQLM-ELM-MEMORY-POOL logical
      *             group on the snapshot: SQLM-ELM-POOL-ID (the
      *             vendor SQLM-HEAP-* code, sqlmonct.cbl),
      *             POOL-CUR-SIZE, POOL-WATERMARK, POOL-CONFIG-SIZE and
      *             POOL-MAX-SIZE, all in bytes as DB2 reports them.
      *             MFC-MP-DB-NAME is "*DBM*" for the pools DB2 hangs
      *             under the instance (the MFCCCFG pseudo-alias), so
      *             a DBM-level pool joins to the database-manager
      *             configuration rows the same way. Pools reported
      *             under an application are not written - the report
      *             sizes the database and instance heaps.
      *
      *  Notes: this is NOT a vendor DB2 structure - it is this shop's own
      *         record layout, kept under include/local rather than mixed
      *         in with the vendor cobol_a/cobol_i/cobol_mf copy books.
      *
      ***********************************************************************
       01 MFC-MEMPOOL-REC.
           05 MFC-MP-COLLECT-SECS       PIC 9(9) COMP-5.
           05 MFC-MP-DB-NAME            PIC X(20) USAGE DISPLAY.
           05 MFC-MP-POOL-ID            PIC 9(4) COMP-5.
           05 MFC-MP-CUR-SIZE           PIC 9(18) COMP-5.
           05 MFC-MP-WATERMARK          PIC 9(18) COMP-5.
           05 MFC-MP-CONFIG-SIZE        PIC 9(18) COMP-5.
           05 MFC-MP-MAX-SIZE           PIC 9(18) COMP-5.
