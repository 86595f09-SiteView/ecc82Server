      ***********************************************************************
      *
      *  Source File Name = MFCPSES.CBL
      *
      *  Function = Shop-owned record - one session of a privileged
      *             AUTH-ID (SYSADM, DBADM, SYSCTRL, SYSMAINT or
      *             SECADM on the current MFCAUTHO extract) as tracked
      *             by MFCCPSES across successive MFCCWLD/MFCCSTMT
      *             collections: the connection (APPL-ID) and who
      *             held it, the authorities that made it privileged,
      *             the application name, client workstation and
      *             database, when it was first and last seen, the
      *             statements it ran after it was first seen (the
      *             growth of its MFCWLDO static plus dynamic
      *             statement counters - MFC-PV-STMT-TOTAL holds
      *             their sum at the last snapshot that showed it),
      *             the text of the latest statement seen for it on
      *             MFCSTMTO, and whether anything covered it:
      *
      *               W - it overlapped a planned maintenance window
      *                   (MFCMWINP) for its database or "*ALL*";
      *               J - a change-control journal entry (MFCCCJLO)
      *                   for its database, or by its id, falls within
      *                   the journal margin of the session;
      *               N - neither; the session is flagged.
      *
      *             The same layout is the carried state of open
      *             sessions (MFCPSESS in, MFCPSEST out, MFC-PV-OPEN)
      *             and the history of closed ones appended to
      *             MFCPSESO (MFC-PV-CLOSED, duration filled in),
      *             which the daily report MFCR129 and the compliance
      *             pack MFCR094 read.
      *
      *  Notes: this is NOT a vendor DB2 structure - it is this shop's own
      *         record layout, kept under include/local rather than mixed
      *         in with the vendor cobol_a/cobol_i/cobol_mf copy books.
      *
      ***********************************************************************
       01 MFC-PRIV-SESSION-REC.
           05 MFC-PV-APPL-ID          PIC X(32) USAGE DISPLAY.
           05 MFC-PV-AUTH-ID          PIC X(20) USAGE DISPLAY.
           05 MFC-PV-AUTHORITIES      PIC X(40) USAGE DISPLAY.
           05 MFC-PV-APPL-NAME        PIC X(20) USAGE DISPLAY.
           05 MFC-PV-CLIENT-NNAME     PIC X(20) USAGE DISPLAY.
           05 MFC-PV-DB-NAME          PIC X(20) USAGE DISPLAY.
           05 MFC-PV-FIRST-SEEN-SECS  PIC 9(9) COMP-5.
           05 MFC-PV-LAST-SEEN-SECS   PIC 9(9) COMP-5.
           05 MFC-PV-DURATION-SECS    PIC 9(9) COMP-5.
           05 MFC-PV-STMT-COUNT       PIC 9(9) COMP-5.
           05 MFC-PV-LAST-STMT        PIC X(60) USAGE DISPLAY.
           05 MFC-PV-COVERAGE         PIC X(1) USAGE DISPLAY.
               88 MFC-PV-IN-WINDOW    VALUE "W".
               88 MFC-PV-JOURNALED    VALUE "J".
               88 MFC-PV-UNCOVERED    VALUE "N".
           05 MFC-PV-STATUS           PIC X(1) USAGE DISPLAY.
               88 MFC-PV-OPEN         VALUE "O".
               88 MFC-PV-CLOSED       VALUE "C".
           05 MFC-PV-CLOSED-SECS      PIC 9(9) COMP-5.
           05 MFC-PV-STMT-TOTAL       PIC 9(9) COMP-5.
           05 MFC-PV-STMT-TOTAL-SET   PIC X(1) USAGE DISPLAY.
               88 MFC-PV-HAS-STMT-TOTAL VALUE "Y".
