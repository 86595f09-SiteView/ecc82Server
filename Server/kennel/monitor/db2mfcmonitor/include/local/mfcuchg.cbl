      ***********************************************************************
      *
      *  Source File Name = MFCUCHG.CBL
      *
      *  Function = Shop-owned record - one piece of DDL or bind
      *             activity no maintenance window and no change-
      *             journal entry accounts for, as found by MFCR117.
      *             The interval is the MFCCDELT one in which the
      *             database's DDL-SQL-STMTS or BINDS-PRECOMPILES
      *             counter moved (MFC-UC-DB-DDL-STMTS /
      *             MFC-UC-DB-BINDS are the database-wide deltas);
      *             there is one row per application seen running DDL
      *             or binds on that database in the interval, with
      *             its own deltas, and a single row with APPL-NAME
      *             "(NOT IDENTIFIED)" when none was - the connection
      *             came and went between polls.
      *
      *             MFC-UC-CRIT-TIER is the database-master tier (0
      *             when the master does not know the database). Each
      *             interval is also raised as one UNAUTH-CHANGE alert,
      *             which MFCALRTE pages for a tier-1 database whatever
      *             the severity rules say. Appended (EXTEND mode),
      *             never rewritten - this file is the evidence.
      *
      *  Notes: this is NOT a vendor DB2 structure - it is this shop's own
      *         record layout, kept under include/local rather than mixed
      *         in with the vendor cobol_a/cobol_i/cobol_mf copy books.
      *
      ***********************************************************************
       01 MFC-UNAUTH-CHANGE-REC.
           05 MFC-UC-DETECT-SECS        PIC 9(9) COMP-5.
           05 MFC-UC-DB-NAME            PIC X(20) USAGE DISPLAY.
           05 MFC-UC-NODE-NUMBER        PIC S9(4) COMP-5.
           05 MFC-UC-START-SECS         PIC 9(9) COMP-5.
           05 MFC-UC-END-SECS           PIC 9(9) COMP-5.
           05 MFC-UC-DB-DDL-STMTS       PIC 9(9) COMP-5.
           05 MFC-UC-DB-BINDS           PIC 9(9) COMP-5.
           05 MFC-UC-CRIT-TIER          PIC 9(9) COMP-5.
           05 MFC-UC-APPL-ID            PIC X(32) USAGE DISPLAY.
           05 MFC-UC-APPL-NAME          PIC X(20) USAGE DISPLAY.
           05 MFC-UC-AUTH-ID            PIC X(20) USAGE DISPLAY.
           05 MFC-UC-APPL-DDL-STMTS     PIC 9(9) COMP-5.
           05 MFC-UC-APPL-BINDS         PIC 9(9) COMP-5.
