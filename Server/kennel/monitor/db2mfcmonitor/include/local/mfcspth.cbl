      ***********************************************************************
      *
      *  Source File Name = MFCSPTH.CBL
      *
      *  Function = Shop-owned history record - one database storage
      *             path (SQLM-ELM-DB-STORAGE-PATH) as of one MFCCASTG
      *             collection run, one row per path per database.
      *             The path is kept at the full SQLM-STORAGE-PATH-SZ
      *             width so two databases on the same file system
      *             compare equal in MFCR104.
      *
      *  Notes: this is NOT a vendor DB2 structure - it is this shop's own
      *         record layout, kept under include/local rather than mixed
      *         in with the vendor cobol_a/cobol_i/cobol_mf copy books.
      *
      ***********************************************************************
       01 MFC-STORAGE-PATH-REC.
           05 MFC-SP-COLLECT-SECS       PIC 9(9) COMP-5.
           05 MFC-SP-DB-NAME            PIC X(20) USAGE DISPLAY.
           05 MFC-SP-PATH-NUM           PIC 9(4) COMP-5.
           05 MFC-SP-PATH-NAME          PIC X(190) USAGE DISPLAY.
