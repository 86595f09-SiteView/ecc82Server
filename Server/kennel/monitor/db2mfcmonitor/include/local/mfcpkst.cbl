      ***********************************************************************
      *
      *  Source File Name = MFCPKST.CBL
      *
      *  Function = Shop-owned copy file for the promotion state
      *             record MFCPKGS - one record, rewritten by each
      *             step of a control-file promotion, that ties the
      *             steps together:
      *
      *               V - MFCPKGV validated the package (MFC-PN-
      *                   PACKAGE-HASH is the fold of its manifest
      *                   hashes) and staged its files as <file>.PKGNEW;
      *               F - validation failed; nothing may be applied;
      *               A - MFCPKGA installed it, the prior version of
      *                   each file kept as <file>.PKGPRV;
      *               R - MFCPKGA rolled it back.
      *
      *             MFCPKGA applies only a package in state V whose
      *             version and hash still match, and rolls back only
      *             one in state A. The file list (with whether each
      *             file existed in production before the apply) is
      *             what a rollback walks.
      *
      *  Notes: this is NOT a vendor DB2 structure - it is this shop's own
      *         record layout, kept under include/local rather than mixed
      *         in with the vendor cobol_a/cobol_i/cobol_mf copy books.
      *
      ***********************************************************************
       01 MFC-PROMOTION-STATE-REC.
           05 MFC-PN-VERSION          PIC 9(9) COMP-5.
           05 MFC-PN-STATE            PIC X(1) USAGE DISPLAY.
               88 MFC-PN-VALIDATED    VALUE "V".
               88 MFC-PN-FAILED       VALUE "F".
               88 MFC-PN-APPLIED      VALUE "A".
               88 MFC-PN-ROLLED-BACK  VALUE "R".
           05 MFC-PN-STATE-SECS       PIC 9(9) COMP-5.
           05 MFC-PN-OPERATOR         PIC X(8) USAGE DISPLAY.
           05 MFC-PN-PACKAGE-HASH     PIC 9(18) COMP-5.
           05 MFC-PN-FILE-COUNT       PIC 9(9) COMP-5.
           05 MFC-PN-FILE OCCURS 50 TIMES.
              10 MFC-PN-FILE-ID       PIC X(8) USAGE DISPLAY.
              10 MFC-PN-HAD-PRIOR     PIC X(1) USAGE DISPLAY.
