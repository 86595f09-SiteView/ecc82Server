      *             completion epoch - turning a phone call into data
      *             with one queue record.
      *
      *             The requester is the operator who queued the
      *             request (checked against the roster by MFCUROLE);
      *             MFCAPPRE reads it back so an operator cannot
      *             approve the action behind their own request.
      *
      *  Notes: this is NOT a vendor DB2 structure - it is this shop's own
      *         record layout, kept under include/local rather than mixed
      *         in with the vendor cobol_a/cobol_i/cobol_mf copy books.
               88 MFC-RQ-REJECTED     VALUE "R".
           05 MFC-RQ-QUEUED-SECS      PIC 9(9) COMP-5.
           05 MFC-RQ-DONE-SECS        PIC 9(9) COMP-5.
           05 MFC-RQ-REQUESTER        PIC X(8) USAGE DISPLAY.
