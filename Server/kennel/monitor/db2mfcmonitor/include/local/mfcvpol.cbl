      ***********************************************************************
      *
      *  Source File Name = MFCVPOL.CBL
      *
      *  Function = Shop-owned control record - one line of the site
      *             minimum DB2 level policy MFCVPOLP read by the
      *             fix-pack currency report MFCR102. Keyed by
      *             environment (MFC-DM-ENVIRONMENT, e.g. PROD, DR,
      *             UAT) and criticality tier (MFC-DM-CRIT-TIER); an
      *             environment of "*" matches any environment and a
      *             tier of 0 any tier. The most specific line wins:
      *             environment and tier, then environment alone,
      *             then tier alone, then "*"/0.
      *
      *             MFC-VP-MIN-VERSION is compared with the numeric
      *             SERVER-VERSION first; at the same version
      *             MFC-VP-MIN-LEVEL is compared with the SERVICE-LEVEL
      *             DB2 reports as numbers - version, release,
      *             modification and fix pack, part by part - so
      *             "DB2 v11.5.10.0" ranks above "DB2 v11.5.9.0". Write
      *             the minimum as DB2 prints it (for example
      *             "DB2 v11.5.9.0"); a missing part counts as zero.
      *
      *  Notes: this is NOT a vendor DB2 structure - it is this shop's own
      *         record layout, kept under include/local rather than mixed
      *         in with the vendor cobol_a/cobol_i/cobol_mf copy books.
      *
      ***********************************************************************
       01 MFC-LEVEL-POLICY-REC.
           05 MFC-VP-ENVIRONMENT        PIC X(4) USAGE DISPLAY.
           05 MFC-VP-CRIT-TIER          PIC 9(9) COMP-5.
           05 MFC-VP-MIN-VERSION        PIC 9(9) COMP-5.
           05 MFC-VP-MIN-LEVEL          PIC X(20) USAGE DISPLAY.
