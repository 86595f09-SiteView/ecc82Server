      ***********************************************************************
      *
      *  Source File Name = MFCLSEN.CBL
      *
      *  Function = Shop-owned record - the last-seen master, one entry
      *             per AUTH-ID and database ever observed doing
      *             anything, as kept by MFCCLSEN off every connection
      *             and statement the collectors record: the snapshot
      *             rows MFCWLDO, the statement extract MFCSTMTO and the
      *             unit-of-work history MFCUOWHO. It carries when the
      *             pair was first and last observed, which extract
      *             supplied the latest sighting (MFCWLDO, MFCSTMTO or
      *             MFCUOWHO) and under what application name, and how
      *             many observations have been folded in.
      *
      *             The master is carried the MFCCLKWD way - MFCLSENS
      *             in, MFCLSENT out - and entries are never dropped:
      *             an id that stops connecting keeps its last-seen
      *             epoch, which is exactly what the dormancy report
      *             MFCR130 crosses against the MFCAUTHO extract.
      *
      *  Notes: this is NOT a vendor DB2 structure - it is this shop's own
      *         record layout, kept under include/local rather than mixed
      *         in with the vendor cobol_a/cobol_i/cobol_mf copy books.
      *
      ***********************************************************************
       01 MFC-LAST-SEEN-REC.
           05 MFC-LN-AUTH-ID          PIC X(20) USAGE DISPLAY.
           05 MFC-LN-DB-NAME          PIC X(20) USAGE DISPLAY.
           05 MFC-LN-FIRST-SEEN-SECS  PIC 9(9) COMP-5.
           05 MFC-LN-LAST-SEEN-SECS   PIC 9(9) COMP-5.
           05 MFC-LN-LAST-SOURCE      PIC X(8) USAGE DISPLAY.
           05 MFC-LN-LAST-APPL-NAME   PIC X(20) USAGE DISPLAY.
           05 MFC-LN-OBSERVATIONS     PIC 9(9) COMP-5.
