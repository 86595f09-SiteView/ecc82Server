      ***********************************************************************
      *
      *  Source File Name = MFCSPOL.CBL
      *
      *  Function = Shop-owned control record for the pool of
      *             pre-approved automatic-storage paths, one record
      *             per database per path, on MFCSPOLP. The storage
      *             path actuator MFCCSTGA only ever proposes a path
      *             from this pool - the storage team lists here the
      *             file systems already carved out and sized for
      *             each database, in the order they should be used.
      *
      *             MFC-PL-DB-NAME is the database name as the
      *             snapshot reports it (MFC-AS-DB-NAME on MFCASTGO,
      *             MFC-SP-DB-NAME on MFCSPTHO).
      *
      *  Notes: this is NOT a vendor DB2 structure - it is this shop's own
      *         record layout, kept under include/local rather than mixed
      *         in with the vendor cobol_a/cobol_i/cobol_mf copy books.
      *
      ***********************************************************************
       01 MFC-STG-POOL-REC.
           05 MFC-PL-DB-NAME          PIC X(20) USAGE DISPLAY.
           05 MFC-PL-PATH             PIC X(120) USAGE DISPLAY.
