      ***********************************************************************
      *
      *  Source File Name = MFCDRVT.CBL
      *
      *  Function = Shop-owned history record - one run of the client
      *             driver compliance report MFCR131, appended to
      *             MFCDRVTO (EXTEND) so the upgrade programme can
      *             follow the count of non-compliant connections week
      *             by week: the run epoch, the Monday that starts its
      *             week (YYYYMMDD), connections seen on the MFCWLDO
      *             snapshot, how many were out of policy in all and
      *             for which reason - a driver below the product's
      *             minimum level, a deprecated protocol, or both
      *             counted once in NON-COMPLIANT - how many came from
      *             a product with no policy entry, and how many
      *             distinct application/class/team rows the listing
      *             carried. When a week has more than one run the
      *             report trends the latest of them.
      *
      *  Notes: this is NOT a vendor DB2 structure - it is this shop's own
      *         record layout, kept under include/local rather than mixed
      *         in with the vendor cobol_a/cobol_i/cobol_mf copy books.
      *
      ***********************************************************************
       01 MFC-DRIVER-TREND-REC.
           05 MFC-DW-RUN-SECS         PIC 9(9) COMP-5.
           05 MFC-DW-WEEK-START       PIC 9(8) USAGE DISPLAY.
           05 MFC-DW-CONNECTIONS      PIC 9(9) COMP-5.
           05 MFC-DW-NON-COMPLIANT    PIC 9(9) COMP-5.
           05 MFC-DW-BELOW-MINIMUM    PIC 9(9) COMP-5.
           05 MFC-DW-DEPRECATED-PROTO PIC 9(9) COMP-5.
           05 MFC-DW-NO-POLICY        PIC 9(9) COMP-5.
           05 MFC-DW-APPLICATIONS     PIC 9(9) COMP-5.
