      ***********************************************************************
      *
      *  Source File Name = MFCBRUN.CBL
      *
      *  Function = Shop-owned record - one night's run of a business
      *             batch job (mfcbjob.cbl) as tracked by MFCCBSLA: the
      *             business date its window opened on, the expected
      *             start and finish-by as epochs, what was actually
      *             seen of it on MFCWLDO and MFCUOWHO - first and
      *             latest activity, the end once it is no longer
      *             connected, units of work completed - and the
      *             tracker's projection of its end from its progress
      *             against the average of prior runs (PRIOR-AVG-SECS,
      *             their mean duration).
      *
      *             MFC-BR-STATE is where the run stands: X not due
      *             today by the calendar rule, W waiting to start,
      *             R running, E ended. MFC-BR-OUTCOME is filled in
      *             when it ends or is superseded by the next night:
      *             ON-TIME, LATE (ended after finish-by), NO-END
      *             (started, never seen to end), NOT-RUN or NOT-DUE.
      *             The three ALERTED flags keep each alert - not
      *             started, projected to miss, missed - to one raise
      *             per run. LAST-UOW-APPL-ID and LAST-UOW-START-SECS
      *             key the last unit of work counted into UOW-COUNT;
      *             MFCCUOW can write the same unit of work at more
      *             than one collection, and it is not counted again.
      *
      *             The same layout is the carried state, one row per
      *             job (MFCBSLS in, MFCBSLT out), and the history of
      *             finished runs appended to MFCBSLHO, from which the
      *             prior-run averages are taken. The morning report
      *             MFCR132 reads both.
      *
      *  Notes: this is NOT a vendor DB2 structure - it is this shop's own
      *         record layout, kept under include/local rather than mixed
      *         in with the vendor cobol_a/cobol_i/cobol_mf copy books.
      *
      ***********************************************************************
       01 MFC-BATCH-RUN-REC.
           05 MFC-BR-JOB-NAME         PIC X(20) USAGE DISPLAY.
           05 MFC-BR-BATCH-DATE       PIC 9(8) USAGE DISPLAY.
           05 MFC-BR-EXPECTED-START-SECS PIC 9(9) COMP-5.
           05 MFC-BR-FINISH-BY-SECS   PIC 9(9) COMP-5.
           05 MFC-BR-ACTUAL-START-SECS PIC 9(9) COMP-5.
           05 MFC-BR-LAST-ACTIVITY-SECS PIC 9(9) COMP-5.
           05 MFC-BR-ACTUAL-END-SECS  PIC 9(9) COMP-5.
           05 MFC-BR-UOW-COUNT        PIC 9(9) COMP-5.
           05 MFC-BR-PROJECTED-END-SECS PIC 9(9) COMP-5.
           05 MFC-BR-PRIOR-AVG-SECS   PIC 9(9) COMP-5.
           05 MFC-BR-STATE            PIC X(1) USAGE DISPLAY.
               88 MFC-BR-NOT-DUE      VALUE "X".
               88 MFC-BR-WAITING      VALUE "W".
               88 MFC-BR-RUNNING      VALUE "R".
               88 MFC-BR-ENDED        VALUE "E".
           05 MFC-BR-OUTCOME          PIC X(8) USAGE DISPLAY.
           05 MFC-BR-ALERTED-START    PIC X(1) USAGE DISPLAY.
           05 MFC-BR-ALERTED-PROJECTED PIC X(1) USAGE DISPLAY.
           05 MFC-BR-ALERTED-MISSED   PIC X(1) USAGE DISPLAY.
           05 MFC-BR-LAST-UOW-APPL-ID PIC X(32) USAGE DISPLAY.
           05 MFC-BR-LAST-UOW-START-SECS PIC 9(9) COMP-5.
