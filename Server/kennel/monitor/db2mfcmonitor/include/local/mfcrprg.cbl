      ***********************************************************************
      *
      *  Source File Name = MFCRPRG.CBL
      *
      *  Function = Shop-owned history record - one in-flight table
      *             reorg as seen by one MFCCRPRG collection run. The
      *             table snapshot hangs an SQLM-ELM-TABLE-REORG
      *             logical group under every table with a reorg
      *             running or recently ended; one row is written per
      *             such group, stamped with the owning database and
      *             table carried forward from the SQLM-TABLE-HEADER
      *             and SQLM-TABLE elements ahead of it.
      *
      *             MFC-RP-PHASE / MFC-RP-MAX-PHASE are the vendor
      *             SQLM-REORG-SORT .. SQLM-REORG-INDEX-RECREATE phase
      *             codes (zero for an INPLACE reorg, which has one
      *             pass); MFC-RP-STATUS is SQLM-REORG-STARTED ..
      *             SQLM-REORG-TRUNCATE. MFC-RP-CUR-COUNTER over
      *             MFC-RP-MAX-COUNTER is the progress through the
      *             current phase. MFC-RP-START-SECS (REORG-START) is
      *             the epoch second the reorg began and, with the
      *             table, identifies one reorg across polls. MFCR099
      *             turns successive rows into a rate, a projected
      *             finish and a stall count.
      *
      *  Notes: this is NOT a vendor DB2 structure - it is this shop's own
      *         record layout, kept under include/local rather than mixed
      *         in with the vendor cobol_a/cobol_i/cobol_mf copy books.
      *
      ***********************************************************************
       01 MFC-REORG-PROG-REC.
           05 MFC-RP-COLLECT-SECS       PIC 9(9) COMP-5.
           05 MFC-RP-DB-NAME            PIC X(20) USAGE DISPLAY.
           05 MFC-RP-TABLE-SCHEMA       PIC X(20) USAGE DISPLAY.
           05 MFC-RP-TABLE-NAME         PIC X(20) USAGE DISPLAY.
           05 MFC-RP-PHASE              PIC 9(4) COMP-5.
           05 MFC-RP-MAX-PHASE          PIC 9(4) COMP-5.
           05 MFC-RP-STATUS             PIC 9(4) COMP-5.
           05 MFC-RP-CUR-COUNTER        PIC 9(18) COMP-5.
           05 MFC-RP-MAX-COUNTER        PIC 9(18) COMP-5.
           05 MFC-RP-START-SECS         PIC 9(9) COMP-5.
