      ***********************************************************************
      *
      *  Source File Name = MFCHADL.CBL
      *
      *  Function = Shop-owned history record - one database's live HADR
      *             replication position as of one MFCCHADL collection
      *             run. The fields come from the SQLM-ELM-HADR logical
      *             group DB2 returns behind each SQLM-DBASE structure
      *             on the database snapshot (SQLM-ELM-HADR-ROLE,
      *             -STATE, -SYNCMODE, -CONNECT-STATUS, -HEARTBEAT,
      *             -LOG-GAP, -REMOTE-INSTANCE and the primary and
      *             standby log file/page/LSN), which MFCCHADL
      *             accumulates the MFCCLOGS way. The role, state,
      *             sync-mode and connect-status codes are the vendor
      *             SQLM-HADR-* values (sqlmonct.cbl) kept as numbers,
      *             so MFCR096 can test them against the same
      *             constants. MFC-HL-LOG-GAP is DB2's own running
      *             average gap in bytes; the LSN pair is the exact
      *             position at this poll. Only databases that carry an
      *             HADR section are written - a standard (non-HADR)
      *             database produces no row.
      *
      *  Notes: this is NOT a vendor DB2 structure - it is this shop's own
      *         record layout, kept under include/local rather than mixed
      *         in with the vendor cobol_a/cobol_i/cobol_mf copy books.
      *
      ***********************************************************************
       01 MFC-HADR-LAG-REC.
           05 MFC-HL-COLLECT-SECS       PIC 9(9) COMP-5.
           05 MFC-HL-DB-NAME            PIC X(20) USAGE DISPLAY.
           05 MFC-HL-REMOTE-INSTANCE    PIC X(8) USAGE DISPLAY.
           05 MFC-HL-ROLE               PIC 9(4) COMP-5.
           05 MFC-HL-STATE              PIC 9(4) COMP-5.
           05 MFC-HL-SYNCMODE           PIC 9(4) COMP-5.
           05 MFC-HL-CONNECT-STATUS     PIC 9(4) COMP-5.
           05 MFC-HL-HEARTBEAT          PIC 9(9) COMP-5.
           05 MFC-HL-PRIMARY-LOG-FILE   PIC 9(9) COMP-5.
           05 MFC-HL-PRIMARY-LOG-PAGE   PIC 9(9) COMP-5.
           05 MFC-HL-PRIMARY-LOG-LSN    PIC 9(18) COMP-5.
           05 MFC-HL-STANDBY-LOG-FILE   PIC 9(9) COMP-5.
           05 MFC-HL-STANDBY-LOG-PAGE   PIC 9(9) COMP-5.
           05 MFC-HL-STANDBY-LOG-LSN    PIC 9(18) COMP-5.
           05 MFC-HL-LOG-GAP            PIC 9(18) COMP-5.
