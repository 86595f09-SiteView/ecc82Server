      ***********************************************************************
      *
      *  Source File Name = MFCOPRR.CBL
      *
      *  Function = Shop-owned copy file for the operator roster
      *             MFCOPRRP - one record per operator id allowed to
      *             change anything through the screens and entry
      *             programs, with the role that decides what (the
      *             role grants are on MFCGRNTP, mfcgrnt.cbl). An id
      *             not on the roster may look but not change.
      *
      *             Roles: VIEWER (nothing), OPERATOR, DBA, SECURITY,
      *             HOLDADM; a site may add its own, the grants file
      *             gives a role its meaning. MFC-OR-GRANTED-SECS and
      *             MFC-OR-GRANTED-BY stamp the last role change, made
      *             only through the roster screen MFCMOPR.
      *
      *  Notes: this is NOT a vendor DB2 structure - it is this shop's own
      *         record layout, kept under include/local rather than mixed
      *         in with the vendor cobol_a/cobol_i/cobol_mf copy books.
      *
      ***********************************************************************
       01 MFC-OPERATOR-ROSTER-REC.
           05 MFC-OR-OPERATOR         PIC X(8) USAGE DISPLAY.
           05 MFC-OR-ROLE             PIC X(8) USAGE DISPLAY.
               88 MFC-OR-VIEWER       VALUE "VIEWER".
               88 MFC-OR-OPERATOR-ROLE VALUE "OPERATOR".
               88 MFC-OR-DBA          VALUE "DBA".
               88 MFC-OR-SECURITY     VALUE "SECURITY".
               88 MFC-OR-HOLDADM      VALUE "HOLDADM".
           05 MFC-OR-NAME             PIC X(30) USAGE DISPLAY.
           05 MFC-OR-GRANTED-SECS     PIC 9(9) COMP-5.
           05 MFC-OR-GRANTED-BY       PIC X(8) USAGE DISPLAY.
