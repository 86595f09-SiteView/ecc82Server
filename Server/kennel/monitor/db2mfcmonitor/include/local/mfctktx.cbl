      *             MFCDBMF) tells the desk who to assign it to.
      *             Fixed layout, because the problem system's batch
      *             bridge wants columns, not prose.
      *             An incident matching a known error (MFCKERRP)
      *             carries its id and workaround, so the desk starts
      *             from the known fix; spaces otherwise.
      *             MFC-TX-AFFECTED carries the incident's affected-
      *             services summary off the impact map, as MFCALCOR
      *             put it on the incident header.
      *
      *  Notes: this is NOT a vendor DB2 structure - it is this shop's own
      *         record layout, kept under include/local rather than mixed
           05 MFC-TX-ALERT-COUNT      PIC 9(9) COMP-5.
           05 MFC-TX-OWNING-TEAM      PIC X(20) USAGE DISPLAY.
           05 MFC-TX-MEMBER-SUMMARY   PIC X(66) USAGE DISPLAY.
           05 MFC-TX-KNOWN-ERROR-ID   PIC X(8) USAGE DISPLAY.
           05 MFC-TX-WORKAROUND       PIC X(100) USAGE DISPLAY.
           05 MFC-TX-AFFECTED         PIC X(80) USAGE DISPLAY.
