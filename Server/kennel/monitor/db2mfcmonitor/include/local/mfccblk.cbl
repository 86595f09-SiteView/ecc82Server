      ***********************************************************************
      *
      *  Source File Name = MFCCBLK.CBL
      *
      *  Function = Shop-owned extract record - one connected
      *             application's remote cursor blocking counters, as
      *             collected off SQLM-APPL (db2GetSnapshot) by
      *             MFCCCBLK:
      *
      *               MFC-CB-OPEN-REM-CURS      remote cursors open now
      *               MFC-CB-OPEN-REM-CURS-BLK  of which blocking
      *               MFC-CB-ACC-CURS-BLK       blocking requests the
      *                                         server accepted
      *               MFC-CB-REJ-CURS-BLK       blocking requests
      *                                         rejected - no block
      *                                         buffer (RQRIOBLK / the
      *                                         agent's block buffers)
      *               MFC-CB-OPEN-LOC-CURS(-BLK) the local-cursor pair,
      *                                         for comparison
      *               MFC-CB-BLOCKING-CURSOR    the current statement's
      *                                         BLOCKING-CURSOR element
      *                                         where one trailed the
      *                                         application ("Y"/"N",
      *                                         space if not reported)
      *
      *             ACC/REJ are cumulative since the connection was
      *             made; the OPEN counts are point-in-time. Keyed by
      *             AGENT-ID/APPL-ID so MFCR115 can join it to the
      *             workload class MFCCWLD wrote to MFCWLDO.
      *
      *  Notes: this is NOT a vendor DB2 structure - it is this shop's own
      *         record layout, kept under include/local rather than mixed
      *         in with the vendor cobol_a/cobol_i/cobol_mf copy books.
      *
      ***********************************************************************
       01 MFC-CURSOR-BLOCK-REC.
           05 MFC-CB-COLLECT-SECS     PIC 9(9) COMP-5.
           05 MFC-CB-AGENT-ID         PIC 9(9) COMP-5.
           05 MFC-CB-APPL-ID          PIC X(32) USAGE DISPLAY.
           05 MFC-CB-APPL-NAME        PIC X(20) USAGE DISPLAY.
           05 MFC-CB-AUTH-ID          PIC X(20) USAGE DISPLAY.
           05 MFC-CB-DB-NAME          PIC X(20) USAGE DISPLAY.
           05 MFC-CB-OPEN-REM-CURS    PIC 9(9) COMP-5.
           05 MFC-CB-OPEN-REM-CURS-BLK PIC 9(9) COMP-5.
           05 MFC-CB-ACC-CURS-BLK     PIC 9(9) COMP-5.
           05 MFC-CB-REJ-CURS-BLK     PIC 9(9) COMP-5.
           05 MFC-CB-OPEN-LOC-CURS    PIC 9(9) COMP-5.
           05 MFC-CB-OPEN-LOC-CURS-BLK PIC 9(9) COMP-5.
           05 MFC-CB-BLOCKING-CURSOR  PIC X USAGE DISPLAY.
               88 MFC-CB-IS-BLOCKING  VALUE "Y".
