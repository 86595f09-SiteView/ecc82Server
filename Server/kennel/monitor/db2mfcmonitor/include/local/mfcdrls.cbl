      ***********************************************************************
      *
      *  Source File Name = MFCDRLS.CBL
      *
      *  Function = Shop-owned restore-drill schedule record - one row
      *             per database on the rotating drill worklist
      *             MFCDRLSP that MFCCDRIL works from. Each run drills
      *             the database on this list drilled least recently
      *             (never-drilled first, then file order), so the list
      *             is worked round in turn.
      *
      *             MFC-DS-SCRATCH-ALIAS is the throw-away database the
      *             image is restored into and dropped again afterwards;
      *             it must not be the database's own alias nor any
      *             alias on the database master MFCDBMF - MFCCDRIL
      *             refuses the drill otherwise.
      *             MFC-DS-RTO-TARGET-SECS is the database's recovery
      *             time objective the drill's measured total is held
      *             against (0 = none agreed).
      *
      *  Notes: this is NOT a vendor DB2 structure - it is this shop's own
      *         record layout, kept under include/local rather than mixed
      *         in with the vendor cobol_a/cobol_i/cobol_mf copy books.
      *
      ***********************************************************************
       01 MFC-DRILL-SCHED-REC.
           05 MFC-DS-DB-ALIAS         PIC X(20) USAGE DISPLAY.
           05 MFC-DS-SCRATCH-ALIAS    PIC X(20) USAGE DISPLAY.
           05 MFC-DS-RTO-TARGET-SECS  PIC 9(9) COMP-5.
