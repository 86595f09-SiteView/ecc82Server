      *             management asks "how many incidents last month",
      *             and this is the file that answers it.
      *
      *             MFC-IC-KNOWN-ERROR-ID names the first known error
      *             (MFCKERRP, mfckerr.cbl) whose match rules the
      *             incident satisfies, with its workaround text
      *             carried alongside; spaces when none matched.
      *
      *             MFC-IC-AFFECTED is the affected-services summary
      *             taken from the impact map (mfcimpm.cbl) for the
      *             incident key - owning team, dependent applications,
      *             workload classes, host links and HADR partner - so
      *             the bridge starts from who is affected; spaces when
      *             there is no map.
      *
      *  Notes: this is NOT a vendor DB2 structure - it is this shop's own
      *         record layout, kept under include/local rather than mixed
      *         in with the vendor cobol_a/cobol_i/cobol_mf copy books.
           05 MFC-IC-KEY               PIC X(20) USAGE DISPLAY.
           05 MFC-IC-ALERT-COUNT       PIC 9(9) COMP-5.
           05 MFC-IC-SOURCE-COUNT      PIC 9(9) COMP-5.
           05 MFC-IC-KNOWN-ERROR-ID    PIC X(8) USAGE DISPLAY.
           05 MFC-IC-WORKAROUND        PIC X(100) USAGE DISPLAY.
           05 MFC-IC-AFFECTED          PIC X(80) USAGE DISPLAY.
