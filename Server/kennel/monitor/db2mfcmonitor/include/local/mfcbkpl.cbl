      ***********************************************************************
      *
      *  Source File Name = MFCBKPL.CBL
      *
      *  Function = Shop-owned backup policy record - one row per
      *             database on the worklist MFCBKPLP that the backup
      *             actuator MFCCBKUP works from. The policy says what
      *             kind of backup the database gets and on which
      *             days; MFCCBKUP decides on each run whether today is
      *             one of them and whether the maintenance calendar
      *             and the dual-control gate let it go ahead.
      *
      *             MFC-BP-TYPE is F (full), I (incremental - changes
      *             since the last full) or D (delta - changes since
      *             the last backup of any kind); incremental and delta
      *             need TRACKMOD on at the database.
      *             MFC-BP-ONLINE is Y for an online backup, N for an
      *             offline one (database quiesced for the duration).
      *             MFC-BP-MEDIA-TYPE is one of the SQLU-*-MEDIA codes
      *             in sqlutil.cbl - L (local directory), A (TSM) or
      *             X (XBSA vendor product); MFC-BP-TARGET is the
      *             directory for L and is ignored for A and X.
      *             MFC-BP-DAYS is one Y/N byte per day of the week,
      *             Sunday first ("NYYYYYN" = weekdays only).
      *
      *  Notes: this is NOT a vendor DB2 structure - it is this shop's own
      *         record layout, kept under include/local rather than mixed
      *         in with the vendor cobol_a/cobol_i/cobol_mf copy books.
      *
      ***********************************************************************
       01 MFC-BACKUP-POLICY-REC.
           05 MFC-BP-DB-ALIAS         PIC X(20) USAGE DISPLAY.
           05 MFC-BP-TYPE             PIC X(1) USAGE DISPLAY.
               88 MFC-BP-FULL         VALUE "F".
               88 MFC-BP-INCREMENTAL  VALUE "I".
               88 MFC-BP-DELTA        VALUE "D".
           05 MFC-BP-ONLINE           PIC X(1) USAGE DISPLAY.
               88 MFC-BP-IS-ONLINE    VALUE "Y".
           05 MFC-BP-MEDIA-TYPE       PIC X(1) USAGE DISPLAY.
           05 MFC-BP-TARGET           PIC X(120) USAGE DISPLAY.
           05 MFC-BP-DAYS             PIC X(7) USAGE DISPLAY.
