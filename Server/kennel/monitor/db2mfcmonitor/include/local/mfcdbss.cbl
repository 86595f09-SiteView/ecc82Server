      *             the delta between consecutive runs, not the raw
      *             values.
      *
      *             MFC-DS-DDL-SQL-STMTS and MFC-DS-BINDS-PRECOMPILES
      *             are the SQLM-DBASE structure's own DDL-SQL-STMTS
      *             and BINDS-PRECOMPILES counters; they are the
      *             tripwire MFCR117 watches for DDL and binds run
      *             outside change control (layout version 3).
      *
      *             MFC-DS-LOCK-LIST-IN-USE is a gauge, not a counter -
      *             the bytes of lock list in use at the moment of the
      *             poll, read beside the LOCKLIST/MAXLOCKS settings
      *             by the MFCR118 sizing report (layout version 4).
      *
      *  Notes: this is NOT a vendor DB2 structure - it is this shop's own
      *         record layout, kept under include/local rather than mixed
      *         in with the vendor cobol_a/cobol_i/cobol_mf copy books.
           05 MFC-DS-ROWS-DELETED       PIC 9(9) COMP-5.
           05 MFC-DS-APPLS-CUR-CONS     PIC 9(9) COMP-5.
           05 MFC-DS-NODE-NUMBER        PIC S9(4) COMP-5.
           05 MFC-DS-DDL-SQL-STMTS      PIC 9(9) COMP-5.
           05 MFC-DS-BINDS-PRECOMPILES  PIC 9(9) COMP-5.
           05 MFC-DS-LOCK-LIST-IN-USE   PIC 9(9) COMP-5.
