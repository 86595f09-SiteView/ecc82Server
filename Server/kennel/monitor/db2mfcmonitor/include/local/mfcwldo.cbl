      *             and whether its actual connection protocol matched the
      *             policy's expected one.
      *
      *             MFC-WO-COLLECT-SECS stamps the snapshot the row
      *             came from, and MFC-WO-CLIENT-NNAME/MFC-WO-DB-NAME
      *             carry the client workstation and the database of
      *             the connection, so the privileged-session monitor
      *             MFCCPSES can say where a session came from and
      *             tell one collection run from the next.
      *             MFC-WO-STATIC-SQL-STMTS and MFC-WO-DYNAMIC-SQL-
      *             STMTS are the connection's statement counters
      *             since it connected, from its SQLM-ELM-APPL element
      *             (zero when the capture had none for it); MFCCPSES
      *             counts a session's statements off their growth.
      *
      *  Notes: this is NOT a vendor DB2 structure - it is this shop's own
      *         record layout, kept under include/local rather than mixed
      *         in with the vendor cobol_a/cobol_i/cobol_mf copy books.
               88 MFC-WO-IS-MATCHED   VALUE "Y".
           05 MFC-WO-PROTOCOL-MISMATCH PIC X USAGE DISPLAY.
               88 MFC-WO-IS-MISMATCH  VALUE "Y".
           05 MFC-WO-COLLECT-SECS     PIC 9(9) COMP-5.
           05 MFC-WO-CLIENT-NNAME     PIC X(20) USAGE DISPLAY.
           05 MFC-WO-DB-NAME          PIC X(20) USAGE DISPLAY.
           05 MFC-WO-STATIC-SQL-STMTS PIC 9(9) COMP-5.
           05 MFC-WO-DYNAMIC-SQL-STMTS PIC 9(9) COMP-5.
