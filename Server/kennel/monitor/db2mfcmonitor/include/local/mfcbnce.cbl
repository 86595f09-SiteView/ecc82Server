      ***********************************************************************
      *
      *  Source File Name = MFCBNCE.CBL
      *
      *  Function = Shop-owned control record for the drain-and-bounce
      *             plan MFCBNCEP read by MFCCBNCE - one record per
      *             database to be brought back after an instance is
      *             recycled, keyed by the instance it lives on. A
      *             bounce only runs against an instance that has at
      *             least one record here, and only ever reactivates
      *             and pings the databases listed for it.
      *
      *  Notes: this is NOT a vendor DB2 structure - it is this shop's own
      *         record layout, kept under include/local rather than mixed
      *         in with the vendor cobol_a/cobol_i/cobol_mf copy books.
      *
      ***********************************************************************
       01 MFC-BOUNCE-PLAN-REC.
           05 MFC-BN-INSTANCE         PIC X(8) USAGE DISPLAY.
           05 MFC-BN-DB-ALIAS         PIC X(20) USAGE DISPLAY.
