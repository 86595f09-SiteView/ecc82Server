      ***********************************************************************
      *
      *  Source File Name = MFCDRLH.CBL
      *
      *  Function = Shop-owned history record - one restore-test drill
      *             MFCCDRIL ran, appended to MFCDRLHO. The image named
      *             by MFC-DH-IMAGE-ID (the backup timestamp, first
      *             fourteen bytes of MFC-BK-ID on MFCBKRSO) was
      *             restored into MFC-DH-SCRATCH-ALIAS, rolled forward
      *             to end of logs, pinged, INSPECTed and dropped.
      *
      *             MFC-DH-RESTORE-SECS and MFC-DH-ROLLFWD-SECS are the
      *             wall-clock seconds of those two steps;
      *             MFC-DH-TOTAL-SECS runs from the start of the restore
      *             to the end of the INSPECT - the time to a checked,
      *             usable copy - and is what MFC-DH-RTO-MET holds
      *             against MFC-DH-RTO-TARGET-SECS (Y/N, space when no
      *             target is set).
      *
      *             MFC-DH-OUTCOME is PASSED, or the first step that
      *             failed: NO-IMAGE, REFUSED, RESTORE-FAIL, RFWD-FAIL,
      *             NO-PING-ROW (MFCCPING wrote no row for the scratch
      *             alias), PING-FAIL or INSPECT-FAIL. Each step's
      *             SQLCODE is kept; MFC-DH-DROP-SQLCODE records the
      *             cleanup drop.
      *
      *  Notes: this is NOT a vendor DB2 structure - it is this shop's own
      *         record layout, kept under include/local rather than mixed
      *         in with the vendor cobol_a/cobol_i/cobol_mf copy books.
      *
      ***********************************************************************
       01 MFC-DRILL-HIST-REC.
           05 MFC-DH-DRILL-SECS       PIC 9(9) COMP-5.
           05 MFC-DH-DB-ALIAS         PIC X(20) USAGE DISPLAY.
           05 MFC-DH-SCRATCH-ALIAS    PIC X(20) USAGE DISPLAY.
           05 MFC-DH-IMAGE-ID         PIC X(14) USAGE DISPLAY.
           05 MFC-DH-RESTORE-SECS     PIC 9(9) COMP-5.
           05 MFC-DH-ROLLFWD-SECS     PIC 9(9) COMP-5.
           05 MFC-DH-TOTAL-SECS       PIC 9(9) COMP-5.
           05 MFC-DH-RTO-TARGET-SECS  PIC 9(9) COMP-5.
           05 MFC-DH-RTO-MET          PIC X(1) USAGE DISPLAY.
           05 MFC-DH-RESTORE-SQLCODE  PIC S9(9) COMP-5.
           05 MFC-DH-ROLLFWD-SQLCODE  PIC S9(9) COMP-5.
           05 MFC-DH-PING-SQLCODE     PIC S9(9) COMP-5.
           05 MFC-DH-INSPECT-SQLCODE  PIC S9(9) COMP-5.
           05 MFC-DH-DROP-SQLCODE     PIC S9(9) COMP-5.
           05 MFC-DH-OUTCOME          PIC X(12) USAGE DISPLAY.
               88 MFC-DH-PASSED       VALUE "PASSED".
