      ***********************************************************************
      *
      *  Source File Name = MFCHWRT.CBL
      *
      *  Function = Shop-owned extract record - one observed hour of
      *             the week for one database, as rated by the
      *             quiet-window finder MFCR084 and written whole to
      *             MFCHWRTO every run (one record per database per
      *             hour with at least one observation).
      *
      *             MFC-HW-BUCKET runs 1 to 168: (day-of-week * 24) +
      *             hour + 1, Sunday 00:00 being bucket 1, on the site
      *             clock. MFC-HW-SCORE is MFCR084's activity score
      *             (average connections weighted with rows touched
      *             per observation). MFC-HW-RATING is QUIET for the
      *             hours MFCR084 prints as the quietest, BUSY for an
      *             hour scoring at or over its BUSY-PCT of the
      *             database's mean observed score, spaces otherwise.
      *             MFC-HW-DB-NAME is the snapshot database name, taken
      *             as the alias the way MFCR095 joins MFCDBSSO.
      *
      *             MFCR125 reads it to flag maintenance projected into
      *             a busy hour.
      *
      *  Notes: this is NOT a vendor DB2 structure - it is this shop's own
      *         record layout, kept under include/local rather than mixed
      *         in with the vendor cobol_a/cobol_i/cobol_mf copy books.
      *
      ***********************************************************************
       01 MFC-HOUR-RATING-REC.
           05 MFC-HW-DB-NAME           PIC X(20) USAGE DISPLAY.
           05 MFC-HW-BUCKET            PIC 9(4) COMP-5.
           05 MFC-HW-OBSERVATIONS      PIC 9(9) COMP-5.
           05 MFC-HW-SCORE             PIC 9(18) COMP-5.
           05 MFC-HW-RATING            PIC X(5) USAGE DISPLAY.
               88 MFC-HW-QUIET         VALUE "QUIET".
               88 MFC-HW-BUSY          VALUE "BUSY".
