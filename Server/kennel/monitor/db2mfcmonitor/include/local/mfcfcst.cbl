      ***********************************************************************
      *
      *  Source File Name = MFCFCST.CBL
      *
      *  Function = Shop-owned extract record for one table space's
      *             days-until-full forecast, as MFCR061 prints it -
      *             written to MFCFCSTO (overwritten each MFCR061 run)
      *             so the forecast can drive automation and not only
      *             the printed report. The storage path actuator
      *             MFCCSTGA reads it.
      *
      *             MFC-FC-LAST-POLL-SECS is the newest MFCCTBS poll
      *             (MFCTBSHO) the forecast was fitted to; a consumer
      *             comparing it against its own action time can tell
      *             whether a poll has been taken since.
      *             MFC-FC-RATE-CPD is growth in hundredths of a
      *             percent per day; MFC-FC-DAYS-TO-FULL is 99999 for
      *             a flat or shrinking table space. MFC-FC-LEAD-DAYS
      *             is the procurement lead time (the forecast
      *             horizon) from MFCSTIER, and MFC-FC-AT-RISK is Y
      *             when the projection falls inside it.
      *
      *  Notes: this is NOT a vendor DB2 structure - it is this shop's own
      *         record layout, kept under include/local rather than mixed
      *         in with the vendor cobol_a/cobol_i/cobol_mf copy books.
      *
      ***********************************************************************
       01 MFC-TBS-FORECAST-REC.
           05 MFC-FC-RUN-SECS         PIC 9(9) COMP-5.
           05 MFC-FC-TB-NAME          PIC X(20) USAGE DISPLAY.
           05 MFC-FC-LAST-POLL-SECS   PIC 9(9) COMP-5.
           05 MFC-FC-FILL-PCT         PIC 9(9) COMP-5.
           05 MFC-FC-RATE-CPD         PIC S9(9) COMP-5.
           05 MFC-FC-DAYS-TO-FULL     PIC 9(9) COMP-5.
           05 MFC-FC-LEAD-DAYS        PIC 9(9) COMP-5.
           05 MFC-FC-AT-RISK          PIC X(1) USAGE DISPLAY.
               88 MFC-FC-IS-AT-RISK   VALUE "Y".
