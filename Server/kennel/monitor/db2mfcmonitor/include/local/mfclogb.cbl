      ***********************************************************************
      *
      *  Source File Name = MFCLOGB.CBL
      *
      *  Function = Shop-owned history record - one database's log
      *             buffer and log I/O counters as of one MFCCLOGB
      *             collection run. Log pages read and written ride
      *             on the fixed SQLM-DBASE structure; the log-buffer-
      *             full waits, log write and read I/Os, partial-page
      *             writes and log reads satisfied from the buffer
      *             (SQLM-ELM-NUM-LOG-BUFF-FULL, SQLM-ELM-NUM-LOG-
      *             WRITE-IO, SQLM-ELM-NUM-LOG-READ-IO, SQLM-ELM-NUM-
      *             LOG-PART-PAGE-IO, SQLM-ELM-NUM-LOG-DATA-IN-BUFF)
      *             arrive as scalar elements after their database,
      *             accumulated the MFCCSORT way. All are cumulative
      *             since db2start; the delta engine (MFCCDELT, LOGB-*
      *             metrics) turns them into per-interval figures for
      *             the MFCR101 log buffer report.
      *
      *  Notes: this is NOT a vendor DB2 structure - it is this shop's own
      *         record layout, kept under include/local rather than mixed
      *         in with the vendor cobol_a/cobol_i/cobol_mf copy books.
      *
      ***********************************************************************
       01 MFC-LOG-BUFFER-REC.
           05 MFC-LB-COLLECT-SECS       PIC 9(9) COMP-5.
           05 MFC-LB-DB-NAME            PIC X(20) USAGE DISPLAY.
           05 MFC-LB-LOG-PAGES-WRITTEN  PIC 9(9) COMP-5.
           05 MFC-LB-LOG-PAGES-READ     PIC 9(9) COMP-5.
           05 MFC-LB-BUFF-FULL          PIC 9(9) COMP-5.
           05 MFC-LB-WRITE-IO           PIC 9(9) COMP-5.
           05 MFC-LB-READ-IO            PIC 9(9) COMP-5.
           05 MFC-LB-PART-PAGE-IO       PIC 9(9) COMP-5.
           05 MFC-LB-DATA-IN-BUFF       PIC 9(9) COMP-5.
