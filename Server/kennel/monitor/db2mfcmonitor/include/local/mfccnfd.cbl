      ***********************************************************************
      *
      *  Source File Name = MFCCNFD.CBL
      *
      *  Function = Shop-owned record - one message on the outbound
      *             feed to the enterprise event-management console,
      *             written by MFCCONFD to MFCCONFO for the file
      *             transfer to the operations bridge.
      *
      *             Every field is DISPLAY and fixed width - the
      *             console's adapter reads the file as plain text,
      *             not as our binary histories.
      *
      *             MFC-CF-MSG-TYPE is the console verb:
      *               OPEN   - an alert was RAISED on MFCALEVO
      *               UPDATE - it was ACKED (operator carried)
      *               CLOSE  - it was CLEARED
      *               ALIVE  - the monitoring-suite heartbeat; the
      *                        console should expect the next one
      *                        by MFC-CF-EXPECT-BY-SECS and raise its
      *                        own alarm when it does not arrive.
      *
      *             MFC-CF-EVENT-ID is unique and stable across
      *             reruns: "E" plus the event's position on
      *             MFCALEVO, or "H" plus the heartbeat epoch, so the
      *             console can discard a message it has already
      *             taken. MFC-CF-CORRELATION (source, metric, key)
      *             ties an UPDATE or CLOSE to its OPEN.
      *
      *             MFC-CF-SEVERITY is the MFCSEVP routing severity in
      *             the console's words: CRITICAL (page-now), MAJOR
      *             (next business day, and the unmatched default),
      *             MINOR (report-only), HARMLESS (heartbeat).
      *
      *  Notes: this is NOT a vendor DB2 structure - it is this shop's own
      *         record layout, kept under include/local rather than mixed
      *         in with the vendor cobol_a/cobol_i/cobol_mf copy books.
      *
      ***********************************************************************
       01 MFC-CONSOLE-FEED-REC.
           05 MFC-CF-EVENT-ID          PIC X(11) USAGE DISPLAY.
           05 FILLER                   PIC X(1) USAGE DISPLAY.
           05 MFC-CF-MSG-TYPE          PIC X(6) USAGE DISPLAY.
               88 MFC-CF-OPEN          VALUE "OPEN".
               88 MFC-CF-UPDATE        VALUE "UPDATE".
               88 MFC-CF-CLOSE         VALUE "CLOSE".
               88 MFC-CF-ALIVE         VALUE "ALIVE".
           05 FILLER                   PIC X(1) USAGE DISPLAY.
           05 MFC-CF-EVENT-SECS        PIC 9(10) USAGE DISPLAY.
           05 FILLER                   PIC X(1) USAGE DISPLAY.
           05 MFC-CF-ORIGIN            PIC X(8) USAGE DISPLAY.
           05 FILLER                   PIC X(1) USAGE DISPLAY.
           05 MFC-CF-SEVERITY          PIC X(8) USAGE DISPLAY.
           05 FILLER                   PIC X(1) USAGE DISPLAY.
           05 MFC-CF-CORRELATION.
               10 MFC-CF-SOURCE        PIC X(8) USAGE DISPLAY.
               10 MFC-CF-METRIC        PIC X(20) USAGE DISPLAY.
               10 MFC-CF-KEY           PIC X(20) USAGE DISPLAY.
           05 FILLER                   PIC X(1) USAGE DISPLAY.
           05 MFC-CF-OWNING-TEAM       PIC X(20) USAGE DISPLAY.
           05 FILLER                   PIC X(1) USAGE DISPLAY.
           05 MFC-CF-ACTUAL-VALUE      PIC 9(10) USAGE DISPLAY.
           05 FILLER                   PIC X(1) USAGE DISPLAY.
           05 MFC-CF-THRESHOLD-VALUE   PIC 9(10) USAGE DISPLAY.
           05 FILLER                   PIC X(1) USAGE DISPLAY.
           05 MFC-CF-OPERATOR          PIC X(8) USAGE DISPLAY.
           05 FILLER                   PIC X(1) USAGE DISPLAY.
           05 MFC-CF-EXPECT-BY-SECS    PIC 9(10) USAGE DISPLAY.
           05 FILLER                   PIC X(1) USAGE DISPLAY.
           05 MFC-CF-TEXT              PIC X(60) USAGE DISPLAY.
