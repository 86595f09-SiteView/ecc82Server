      ***********************************************************************
      *
      *  Source File Name = MFCD2LH.CBL
      *
      *  Function = Shop-owned record - one db2diag.log entry kept by
      *             the diagnostic-log ingester MFCCD2LG. Appended
      *             (EXTEND mode) to MFCD2LGO, never rewritten; read by
      *             MFCALCOR (correlation) and MFCR055 (postmortem
      *             timeline).
      *
      *             MFC-DL-EVENT-SECS is the entry's own timestamp, as
      *             the instance wrote it (local time, like every other
      *             epoch in this kennel), not when it was ingested.
      *             MFC-DL-LEVEL is the LEVEL: word upper-cased and
      *             MFC-DL-LEVEL-RANK its severity rank:
      *               1 CRITICAL  2 SEVERE  3 ERROR  4 WARNING
      *               5 INFO      6 EVENT   9 no LEVEL: recognized.
      *             MFC-DL-DATABASE is blank for an instance-level
      *             entry with no DB: field.
      *
      *             MFC-DL-RULE-METRIC names the MFCD2LGR rule the
      *             entry matched (and the alert it raised on
      *             MFCALRTO); blank when the entry was kept on its
      *             level alone.
      *
      *  Notes: this is NOT a vendor DB2 structure - it is this shop's own
      *         record layout, kept under include/local rather than mixed
      *         in with the vendor cobol_a/cobol_i/cobol_mf copy books.
      *
      ***********************************************************************
       01 MFC-DIAG-LOG-REC.
           05 MFC-DL-EVENT-SECS       PIC 9(9) COMP-5.
           05 MFC-DL-LEVEL            PIC X(8) USAGE DISPLAY.
           05 MFC-DL-LEVEL-RANK       PIC 9(4) COMP-5.
           05 MFC-DL-INSTANCE         PIC X(8) USAGE DISPLAY.
           05 MFC-DL-DATABASE         PIC X(8) USAGE DISPLAY.
           05 MFC-DL-FUNCTION         PIC X(60) USAGE DISPLAY.
           05 MFC-DL-MESSAGE          PIC X(100) USAGE DISPLAY.
           05 MFC-DL-RULE-METRIC      PIC X(20) USAGE DISPLAY.
