      ***********************************************************************
      *
      *  Source File Name = MFCTBKP.CBL
      *
      *  Function = Shop-owned copy file defining one table space backup
      *             age policy entry (MFCTBKPP): table space
      *             MFC-TK-TBS-NAME must have been covered by a backup
      *             image - a full database image or a table space
      *             image naming it - within the last MFC-TK-MAX-AGE-
      *             DAYS days. A table space with no entry here is held
      *             to MFCR108's DEFAULT-AGE-DAYS.
      *
      *  Notes: this is NOT a vendor DB2 structure - it is this shop's own
      *         record layout, kept under include/local rather than mixed
      *         in with the vendor cobol_a/cobol_i/cobol_mf copy books.
      *
      ***********************************************************************
       01 MFC-TBS-BACKUP-POLICY-REC.
           05 MFC-TK-TBS-NAME         PIC X(18) USAGE DISPLAY.
           05 MFC-TK-MAX-AGE-DAYS     PIC 9(9) COMP-5.
