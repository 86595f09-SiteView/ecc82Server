      ***********************************************************************
      *
      *  Source File Name = MFCRBAL.CBL
      *
      *  Function = Shop-owned history record - one table space
      *             rebalance in progress as of one MFCCRBAL collection
      *             run. The table space name comes off the fixed
      *             SQLM-TABLESPACE structure; the rebalancer scalars
      *             follow it (SQLM-ELM-TBSP-REB-MODE, -PRIORITY,
      *             -EXT-PRO, -EXT-REM, -LAST-EXT-MVD) and the start
      *             and restart times arrive as timestamp groups
      *             (SQLM-ELM-TBSP-REB-START-TIME, -RESTART-TIME)
      *             whose SQLM-ELM-SECONDS is kept. MODE is the vendor
      *             SQLM-TABLESPACE-FWD-REBAL / -REV-REBAL code; a
      *             table space with no rebalance running
      *             (SQLM-TABLESPACE-NO-REBAL) is not written. A
      *             rebalance is one database, table space and
      *             START-SECS; RESTART-SECS moving between polls
      *             means DB2 restarted it.
      *
      *  Notes: this is NOT a vendor DB2 structure - it is this shop's own
      *         record layout, kept under include/local rather than mixed
      *         in with the vendor cobol_a/cobol_i/cobol_mf copy books.
      *
      ***********************************************************************
       01 MFC-REBALANCE-REC.
           05 MFC-RB-COLLECT-SECS       PIC 9(9) COMP-5.
           05 MFC-RB-DB-NAME            PIC X(20) USAGE DISPLAY.
           05 MFC-RB-TBSP-NAME          PIC X(20) USAGE DISPLAY.
           05 MFC-RB-MODE               PIC 9(4) COMP-5.
           05 MFC-RB-PRIORITY           PIC 9(4) COMP-5.
           05 MFC-RB-EXT-PROCESSED      PIC 9(18) COMP-5.
           05 MFC-RB-EXT-REMAINING      PIC 9(18) COMP-5.
           05 MFC-RB-LAST-EXT-MOVED     PIC 9(18) COMP-5.
           05 MFC-RB-START-SECS         PIC 9(9) COMP-5.
           05 MFC-RB-RESTART-SECS       PIC 9(9) COMP-5.
