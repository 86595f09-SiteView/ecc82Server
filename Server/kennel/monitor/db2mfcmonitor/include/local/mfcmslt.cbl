      ***********************************************************************
      *
      *  Source File Name = MFCMSLT.CBL
      *
      *  Function = Shop-owned control record - one run slot on the
      *             site-maintained file MFCMSLTP: when the batch
      *             scheduler submits one of the maintenance actuators
      *             (MFCCRORG, MFCCINSP, MFCCRSTS, MFCCLOAD, MFCCIOJB,
      *             MFCCBKUP). Their own worklists say WHAT is done;
      *             the time of day has only ever lived in the
      *             enterprise scheduler's definitions, so it is
      *             declared here for the look-ahead collision checker
      *             MFCR125 to project from.
      *
      *             MFC-MS-DAY-FLAGS is one Y/N per day of week Sunday
      *             through Saturday, MFC-MS-START-HHMM the submission
      *             time on the site clock (the MFCQHRS.CBL
      *             convention), and MFC-MS-DURATION-MINS how long the
      *             run is planned to hold its databases. A job
      *             submitted more than once a day has one record per
      *             submission.
      *
      *  Notes: this is NOT a vendor DB2 structure - it is this shop's own
      *         record layout, kept under include/local rather than mixed
      *         in with the vendor cobol_a/cobol_i/cobol_mf copy books.
      *
      ***********************************************************************
       01 MFC-MAINT-SLOT-REC.
           05 MFC-MS-JOB-NAME          PIC X(8) USAGE DISPLAY.
           05 MFC-MS-DAY-FLAGS         PIC X(7) USAGE DISPLAY.
           05 MFC-MS-START-HHMM        PIC 9(9) COMP-5.
           05 MFC-MS-DURATION-MINS     PIC 9(9) COMP-5.
