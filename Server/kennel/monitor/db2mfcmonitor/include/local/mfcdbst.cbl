      ***********************************************************************
      *
      *  Source File Name = MFCDBST.CBL
      *
      *  Function = Shop-owned history record - the db2start time
      *             (SQLM-DB2 DB2START-TIME) one instance reported in
      *             one MFCCSTRT collection run. One instance row,
      *             MFC-ST-DB-NAME "*DBM*" (the MFCCCFG pseudo-alias),
      *             and one row per database known on the instance -
      *             active in this run's snapshot or carried on the
      *             previous run's rows, since a database is not
      *             active again until its first connect after a
      *             restart.
      *
      *             On the run that sees DB2START-TIME move, every row
      *             carries the verdict:
      *
      *               MFC-ST-RESTART-CLASS  "P" planned - explained by
      *                                         the change journal
      *                                         (MFCCCJLO) or the
      *                                         maintenance calendar
      *                                         (MFCMWINP),
      *                                     "U" unplanned - nothing
      *                                         explains it,
      *                                     space on every other run;
      *               MFC-ST-DOWN-FROM-SECS the last moment the
      *                                     instance was known up (the
      *                                     previous run, or a later
      *                                     successful MFCPINGO poll);
      *               MFC-ST-DOWN-SECS      DB2START-TIME less that -
      *                                     the most the outage can
      *                                     have lasted;
      *               MFC-ST-EXPLAINED-BY   "MFCCCJLO" or "MFCMWINP",
      *               MFC-ST-EXPLAIN-TEXT   the journal action/target
      *                                     or the window reason.
      *
      *             The monthly availability report MFCR103 sums the
      *             database rows' downtime by class.
      *
      *  Notes: this is NOT a vendor DB2 structure - it is this shop's own
      *         record layout, kept under include/local rather than mixed
      *         in with the vendor cobol_a/cobol_i/cobol_mf copy books.
      *
      ***********************************************************************
       01 MFC-DB2START-REC.
           05 MFC-ST-COLLECT-SECS       PIC 9(9) COMP-5.
           05 MFC-ST-INSTANCE-NAME      PIC X(20) USAGE DISPLAY.
           05 MFC-ST-DB-NAME            PIC X(20) USAGE DISPLAY.
           05 MFC-ST-DB2START-SECS      PIC 9(9) COMP-5.
           05 MFC-ST-RESTART-CLASS      PIC X(1) USAGE DISPLAY.
               88 MFC-ST-PLANNED        VALUE "P".
               88 MFC-ST-UNPLANNED      VALUE "U".
           05 MFC-ST-DOWN-FROM-SECS     PIC 9(9) COMP-5.
           05 MFC-ST-DOWN-SECS          PIC 9(9) COMP-5.
           05 MFC-ST-EXPLAINED-BY       PIC X(8) USAGE DISPLAY.
           05 MFC-ST-EXPLAIN-TEXT       PIC X(40) USAGE DISPLAY.
