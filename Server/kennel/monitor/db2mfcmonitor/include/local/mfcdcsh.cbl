      ***********************************************************************
      *
      *  Source File Name = MFCDCSH.CBL
      *
      *  Function = Shop-owned history record - one DCS database's
      *             gateway time and volume counters as one MFCCDCS
      *             run saw them off SQLM-DCS-DB and the elements
      *             that follow it: the run's epoch, the DCS and host
      *             database names, the counters' last reset, the
      *             statement count, the summed host response time,
      *             the network time high/low water marks, the
      *             gateway communication errors and the time of the
      *             last one, and the two histograms:
      *
      *               MFC-DH-TIME-BUCKET    statements by elapsed
      *                 time - up to 1, 2, 4, 8, 16, 32, 100 and
      *                 500 ms, then over 500 ms; MAX-TIME-GT32-MS
      *                 is carried too for a host that only reports
      *                 the older, shorter scale;
      *               MFC-DH-SENT-BUCKET    statements by bytes sent
      *                 - up to 128, 256, 512 ... 64000, then over
      *                 64000.
      *
      *             All counters are as DB2 keeps them - cumulative
      *             since MFC-DH-LAST-RESET-SECS - and appended
      *             (EXTEND mode) once per run, so a reader works from
      *             the difference between successive rows of the
      *             same DCS database, the MFCCDELT convention: a
      *             counter that went down was reset and the new
      *             figure is the interval's own.
      *
      *             The histogram elements are only present when the
      *             gateway's monitor switches collect them; a bucket
      *             that was not reported stays zero.
      *
      *  Notes: this is NOT a vendor DB2 structure - it is this shop's own
      *         record layout, kept under include/local rather than mixed
      *         in with the vendor cobol_a/cobol_i/cobol_mf copy books.
      *
      ***********************************************************************
       01 MFC-DCS-HIST-REC.
           05 MFC-DH-COLLECT-SECS       PIC 9(9) COMP-5.
           05 MFC-DH-DCS-DB-NAME        PIC X(20) USAGE DISPLAY.
           05 MFC-DH-HOST-DB-NAME       PIC X(20) USAGE DISPLAY.
           05 MFC-DH-LAST-RESET-SECS    PIC 9(9) COMP-5.
           05 MFC-DH-SQL-STMTS          PIC 9(9) COMP-5.
           05 MFC-DH-HOST-RESPONSE-USEC PIC 9(18) COMP-5.
           05 MFC-DH-NETWORK-TIME-TOP   PIC 9(9) COMP-5.
           05 MFC-DH-NETWORK-TIME-BOTTOM PIC 9(9) COMP-5.
           05 MFC-DH-GW-COMM-ERRORS     PIC 9(9) COMP-5.
           05 MFC-DH-GW-COMM-ERROR-SECS PIC 9(9) COMP-5.
           05 MFC-DH-TIME-BUCKETS.
              10 MFC-DH-MAX-TIME-1-MS    PIC 9(9) COMP-5.
              10 MFC-DH-MAX-TIME-2-MS    PIC 9(9) COMP-5.
              10 MFC-DH-MAX-TIME-4-MS    PIC 9(9) COMP-5.
              10 MFC-DH-MAX-TIME-8-MS    PIC 9(9) COMP-5.
              10 MFC-DH-MAX-TIME-16-MS   PIC 9(9) COMP-5.
              10 MFC-DH-MAX-TIME-32-MS   PIC 9(9) COMP-5.
              10 MFC-DH-MAX-TIME-100-MS  PIC 9(9) COMP-5.
              10 MFC-DH-MAX-TIME-500-MS  PIC 9(9) COMP-5.
              10 MFC-DH-MAX-TIME-GT500-MS PIC 9(9) COMP-5.
              10 MFC-DH-MAX-TIME-GT32-MS PIC 9(9) COMP-5.
           05 MFC-DH-TIME-TABLE REDEFINES MFC-DH-TIME-BUCKETS.
              10 MFC-DH-TIME-BUCKET      PIC 9(9) COMP-5
                                          OCCURS 10 TIMES.
           05 MFC-DH-SENT-BUCKETS.
              10 MFC-DH-SENT-128         PIC 9(9) COMP-5.
              10 MFC-DH-SENT-256         PIC 9(9) COMP-5.
              10 MFC-DH-SENT-512         PIC 9(9) COMP-5.
              10 MFC-DH-SENT-1024        PIC 9(9) COMP-5.
              10 MFC-DH-SENT-2048        PIC 9(9) COMP-5.
              10 MFC-DH-SENT-4096        PIC 9(9) COMP-5.
              10 MFC-DH-SENT-8192        PIC 9(9) COMP-5.
              10 MFC-DH-SENT-16384       PIC 9(9) COMP-5.
              10 MFC-DH-SENT-31999       PIC 9(9) COMP-5.
              10 MFC-DH-SENT-64000       PIC 9(9) COMP-5.
              10 MFC-DH-SENT-GT64000     PIC 9(9) COMP-5.
           05 MFC-DH-SENT-TABLE REDEFINES MFC-DH-SENT-BUCKETS.
              10 MFC-DH-SENT-BUCKET      PIC 9(9) COMP-5
                                          OCCURS 11 TIMES.
