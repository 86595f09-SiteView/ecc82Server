      ***********************************************************************
      *
      *  Source File Name = MFCASTG.CBL
      *
      *  Function = Shop-owned history record - one table space's
      *             automatic-storage and auto-resize settings as of
      *             one MFCCASTG collection run. The table space name
      *             comes off the fixed SQLM-TABLESPACE structure;
      *             the settings arrive as scalar elements after it
      *             (SQLM-ELM-TBSP-USE-AUTO-STORAGE, SQLM-ELM-TBSP-
      *             AUTO-RSZ-ENABLED, SQLM-ELM-TBSP-CURRENT-SIZE,
      *             SQLM-ELM-TABLESPACE-MAX-SIZE, SQLM-ELM-TBSP-INCR-
      *             SIZE, SQLM-ELM-TBSP-INCR-SIZE-PCT, SQLM-ELM-TBSP-
      *             LAST-RESIZE-FAIL). Sizes are in bytes; a
      *             MAX-SIZE of 0 means no MAXSIZE (DB2 reports
      *             MAXSIZE NONE as -1). NUM-PATHS is the owning
      *             database's storage path count, so MFCR104 can
      *             spread a table space's growth across the paths
      *             it stripes over (mfcspth.cbl).
      *
      *  Notes: this is NOT a vendor DB2 structure - it is this shop's own
      *         record layout, kept under include/local rather than mixed
      *         in with the vendor cobol_a/cobol_i/cobol_mf copy books.
      *
      ***********************************************************************
       01 MFC-AUTO-STORAGE-REC.
           05 MFC-AS-COLLECT-SECS       PIC 9(9) COMP-5.
           05 MFC-AS-DB-NAME            PIC X(20) USAGE DISPLAY.
           05 MFC-AS-TBSP-NAME          PIC X(20) USAGE DISPLAY.
           05 MFC-AS-USE-AUTO-STORAGE   PIC 9(4) COMP-5.
           05 MFC-AS-AUTO-RESIZE        PIC 9(4) COMP-5.
           05 MFC-AS-LAST-RESIZE-FAIL   PIC 9(4) COMP-5.
           05 MFC-AS-INCR-PCT           PIC 9(4) COMP-5.
           05 MFC-AS-CURRENT-SIZE       PIC 9(18) COMP-5.
           05 MFC-AS-MAX-SIZE           PIC 9(18) COMP-5.
           05 MFC-AS-INCR-SIZE          PIC 9(18) COMP-5.
           05 MFC-AS-NUM-PATHS          PIC 9(9) COMP-5.
