      ***********************************************************************
      *
      *  Source File Name = MFCCAL.CBL
      *
      *  Function = Shop-owned control record - one entry on the shared
      *             business calendar MFCCALP, an inclusive range of
      *             calendar dates (YYYYMMDD; MFC-BD-TO-DATE zero for
      *             a single day) of one kind:
      *
      *               HOLIDAY - a site holiday, not a business day;
      *               CLOSE   - a month-end (or quarter-end) close day;
      *               FREEZE  - a change freeze, quarter-end close and
      *                         the like, when actuators stay still;
      *               PERIOD  - a named custom period, MFC-BD-NAME,
      *                         for the worklist steps and reports that
      *                         care about one.
      *
      *             Saturdays and Sundays are never business days and
      *             need no entries. The calendar is read only through
      *             the calendar service MFCUCAL (mfccalq.cbl), so the
      *             scheduler's step eligibility (MFCRUNC.CBL) and the
      *             trend reports MFCR061 and MFCR084 agree on what
      *             kind of day it is. A missing MFCCALP is a calendar
      *             with no entries.
      *
      *  Notes: this is NOT a vendor DB2 structure - it is this shop's own
      *         record layout, kept under include/local rather than mixed
      *         in with the vendor cobol_a/cobol_i/cobol_mf copy books.
      *
      ***********************************************************************
       01 MFC-CALENDAR-REC.
           05 MFC-BD-KIND             PIC X(8) USAGE DISPLAY.
               88 MFC-BD-HOLIDAY      VALUE "HOLIDAY".
               88 MFC-BD-CLOSE        VALUE "CLOSE".
               88 MFC-BD-FREEZE       VALUE "FREEZE".
               88 MFC-BD-PERIOD       VALUE "PERIOD".
           05 MFC-BD-NAME             PIC X(8) USAGE DISPLAY.
           05 MFC-BD-FROM-DATE        PIC 9(8) USAGE DISPLAY.
           05 MFC-BD-TO-DATE          PIC 9(8) USAGE DISPLAY.
           05 MFC-BD-DESCRIPTION      PIC X(40) USAGE DISPLAY.
