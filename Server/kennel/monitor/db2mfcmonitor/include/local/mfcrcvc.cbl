      ***********************************************************************
      *
      *  Source File Name = MFCRCVC.CBL
      *
      *  Function = Shop-owned extract record - one active BACKUP entry
      *             on a database's DB2 history file and how far its
      *             archive log chain reaches, written by MFCCRCVC to
      *             MFCRCVCO and read by MFCR107.
      *
      *             MFC-RC-FIRST-LOG / MFC-RC-LAST-LOG are the log
      *             files the backup entry names (Snnnnnnn.LOG); the
      *             chain is walked from the first log through every
      *             consecutive archive log (DB2HIST-OP-ARCHIVE-LOG)
      *             entry still on the history file. MFC-RC-CHAIN-END-
      *             LOG is the last consecutive log found and
      *             MFC-RC-RECOVER-TO-TS the end time of that log - the
      *             latest point in time this image can be rolled
      *             forward to (the backup's own end time when no log
      *             after it is on file).
      *
      *             MFC-RC-CHAIN-STATUS:
      *               INTACT   - no gap: the walk ran to the newest
      *                          archived log on file;
      *               BROKEN   - a log is missing and newer logs exist
      *                          beyond it (MFC-RC-MISSING-LOG names
      *                          the first one missing);
      *               PRUNED   - as BROKEN, but the missing log was
      *                          removed by the history prune job
      *                          (MFCR013's MFCPRUNO log says so).
      *
      *             MFC-RC-RESTORABLE is "N" for an online image whose
      *             chain stops short of its own last log - such an
      *             image cannot even be brought to a consistent point,
      *             and MFC-RC-RECOVER-TO-TS is left at spaces.
      *
      *  Notes: this is NOT a vendor DB2 structure - it is this shop's own
      *         record layout, kept under include/local rather than mixed
      *         in with the vendor cobol_a/cobol_i/cobol_mf copy books.
      *
      ***********************************************************************
       01 MFC-RECOV-CHAIN-REC.
           05 MFC-RC-COLLECT-SECS     PIC 9(9) COMP-5.
           05 MFC-RC-DB-ALIAS         PIC X(20) USAGE DISPLAY.
           05 MFC-RC-BACKUP-TS        PIC X(14) USAGE DISPLAY.
           05 MFC-RC-BACKUP-OPTYPE    PIC X(1) USAGE DISPLAY.
           05 MFC-RC-FIRST-LOG        PIC X(12) USAGE DISPLAY.
           05 MFC-RC-LAST-LOG         PIC X(12) USAGE DISPLAY.
           05 MFC-RC-CHAIN-END-LOG    PIC X(12) USAGE DISPLAY.
           05 MFC-RC-RECOVER-TO-TS    PIC X(14) USAGE DISPLAY.
           05 MFC-RC-LOGS-ON-FILE     PIC 9(9) COMP-5.
           05 MFC-RC-MISSING-LOG      PIC X(12) USAGE DISPLAY.
           05 MFC-RC-CHAIN-STATUS     PIC X(8) USAGE DISPLAY.
               88 MFC-RC-INTACT       VALUE "INTACT".
               88 MFC-RC-BROKEN       VALUE "BROKEN".
               88 MFC-RC-PRUNED       VALUE "PRUNED".
           05 MFC-RC-RESTORABLE       PIC X(1) USAGE DISPLAY.
               88 MFC-RC-IS-RESTORABLE VALUE "Y".
