      ***********************************************************************
      *
      *  Source File Name = MFCCALQ.CBL
      *
      *  Function = Shop-owned copy file for one question put to the
      *             calendar service MFCUCAL and its answer - what kind
      *             of day MFC-CQ-DATE is on the business calendar
      *             MFCCALP (mfccal.cbl).
      *
      *             The caller sets MFC-CQ-DATE (YYYYMMDD, or zero for
      *             today on the site clock - MFCUTIME) and, when it
      *             cares about a named custom period, MFC-CQ-PERIOD-
      *             NAME. MFCUCAL fills in the rest: the date actually
      *             answered, its epoch day and day of week (Sunday
      *             zero, the MFCR084 convention), and a Y/N flag for
      *             each kind of day. A business day is a weekday that
      *             is not a HOLIDAY; first and last business day are
      *             of the date's own month. MFC-CQ-REASON carries the
      *             description of the holiday or freeze entry that
      *             applied, for the caller's log line.
      *
      *  Notes: this is NOT a vendor DB2 structure - it is this shop's own
      *         record layout, kept under include/local rather than mixed
      *         in with the vendor cobol_a/cobol_i/cobol_mf copy books.
      *
      ***********************************************************************
       01 MFC-CAL-QUERY.
           05 MFC-CQ-DATE             PIC 9(8) USAGE DISPLAY.
           05 MFC-CQ-PERIOD-NAME      PIC X(8) USAGE DISPLAY.
           05 MFC-CQ-EPOCH-DAY        PIC 9(9) COMP-5.
           05 MFC-CQ-DAY-OF-WEEK      PIC 9(4) COMP-5.
           05 MFC-CQ-HOLIDAY          PIC X(1) USAGE DISPLAY.
               88 MFC-CQ-IS-HOLIDAY   VALUE "Y".
           05 MFC-CQ-BUSINESS-DAY     PIC X(1) USAGE DISPLAY.
               88 MFC-CQ-IS-BUSINESS  VALUE "Y".
           05 MFC-CQ-FIRST-BUS-DAY    PIC X(1) USAGE DISPLAY.
               88 MFC-CQ-IS-FIRST-BUS VALUE "Y".
           05 MFC-CQ-LAST-BUS-DAY     PIC X(1) USAGE DISPLAY.
               88 MFC-CQ-IS-LAST-BUS  VALUE "Y".
           05 MFC-CQ-CLOSE-DAY        PIC X(1) USAGE DISPLAY.
               88 MFC-CQ-IS-CLOSE     VALUE "Y".
           05 MFC-CQ-FROZEN           PIC X(1) USAGE DISPLAY.
               88 MFC-CQ-IS-FROZEN    VALUE "Y".
           05 MFC-CQ-IN-PERIOD        PIC X(1) USAGE DISPLAY.
               88 MFC-CQ-IS-IN-PERIOD VALUE "Y".
           05 MFC-CQ-REASON           PIC X(40) USAGE DISPLAY.
