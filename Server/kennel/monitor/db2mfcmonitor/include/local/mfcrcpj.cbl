      ***********************************************************************
      *
      *  Source File Name = MFCRCPJ.CBL
      *
      *  Function = Shop-owned copy file for one recovering database's
      *             projected availability as derived by MFCR110 from
      *             the MFCCRCPG progress history - the number the duty
      *             DBA quotes to the business. Rebuilt whole every
      *             MFCR110 run (only recoveries seen on the newest
      *             poll), and listed by the incident console MFCMCON
      *             under its R action.
      *
      *             MFC-RJ-AVAIL-SECS is the projected epoch second the
      *             recovery finishes; zero means no rate is known yet
      *             and MFC-RJ-AVAIL-TEXT says UNKNOWN.
      *
      *  Notes: this is NOT a vendor DB2 structure - it is this shop's own
      *         record layout, kept under include/local rather than mixed
      *         in with the vendor cobol_a/cobol_i/cobol_mf copy books.
      *
      ***********************************************************************
       01 MFC-RECOV-PROJ-REC.
           05 MFC-RJ-AS-OF-SECS         PIC 9(9) COMP-5.
           05 MFC-RJ-DB-NAME            PIC X(20) USAGE DISPLAY.
           05 MFC-RJ-KIND               PIC X(8) USAGE DISPLAY.
           05 MFC-RJ-PHASE              PIC X(40) USAGE DISPLAY.
           05 MFC-RJ-PCT-DONE           PIC 9(4) COMP-5.
           05 MFC-RJ-AVAIL-SECS         PIC 9(9) COMP-5.
           05 MFC-RJ-AVAIL-TEXT         PIC X(20) USAGE DISPLAY.
