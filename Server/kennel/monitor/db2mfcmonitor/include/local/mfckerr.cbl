      ***********************************************************************
      *
      *  Source File Name = MFCKERR.CBL
      *
      *  Function = Shop-owned control record - one known error on
      *             MFCKERRP. MFCR059 spots that a pattern recurs and
      *             MFCRNBKP says what to do about a metric in
      *             general; this record is one SPECIFIC problem the
      *             shop has already diagnosed, with its root cause
      *             and the workaround that got the service back, so
      *             the next on-call DBA does not work it out again.
      *
      *             Match rules, every one given must hold for an
      *             incident built by MFCALCOR:
      *
      *               MFC-KE-KEY-PAT    - the incident key, MFCSEVP
      *                                   stem-and-star form;
      *               MFC-KE-METRIC-PAT - at least one member alert's
      *                                   metric, same form;
      *               MFC-KE-SQLCODE    - an MFCERRLG entry with this
      *                                   SQLCODE within the
      *                                   correlation window of the
      *                                   incident's span.
      *
      *             A blank or "*" pattern and a zero SQLCODE are not
      *             tests. The first known error in file order whose
      *             rules all hold is the one the incident carries
      *             (MFC-IC-KNOWN-ERROR-ID/-WORKAROUND), which the
      *             console MFCMCON and the ticket export MFCTKTEX
      *             pass on; MFCR123 reports recurrence per month.
      *             Maintained through MFCMKERR with MFCPAUDO change
      *             audit.
      *
      *  Notes: this is NOT a vendor DB2 structure - it is this shop's own
      *         record layout, kept under include/local rather than mixed
      *         in with the vendor cobol_a/cobol_i/cobol_mf copy books.
      *
      ***********************************************************************
       01 MFC-KNOWN-ERROR-REC.
           05 MFC-KE-ERROR-ID          PIC X(8) USAGE DISPLAY.
           05 MFC-KE-TITLE             PIC X(40) USAGE DISPLAY.
           05 MFC-KE-KEY-PAT           PIC X(20) USAGE DISPLAY.
           05 MFC-KE-METRIC-PAT        PIC X(20) USAGE DISPLAY.
           05 MFC-KE-SQLCODE           PIC S9(9) COMP-5.
           05 MFC-KE-ROOT-CAUSE        PIC X(60) USAGE DISPLAY.
           05 MFC-KE-WORKAROUND        PIC X(100) USAGE DISPLAY.
