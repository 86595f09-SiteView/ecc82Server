      ***********************************************************************
      *
      *  Source File Name = MFCOPLG.CBL
      *
      *  Function = Shop-owned record - one operator logbook entry as
      *             keyed on the MFCMOLB entry screen and appended
      *             (EXTEND mode, never rewritten) to MFCOPLGO: the
      *             "called the app team at 02:10, they restarted the
      *             middleware" context that used to live in a paper
      *             book.
      *
      *             MFC-OL-ENTRY-SECS is when the entry was accepted,
      *             stamped by MFCUTIME, never typed. Every entry is
      *             tagged with the alias it concerns; the incident
      *             (MFC-IC-INCIDENT-SEQ off MFCINCTO) and the alert
      *             key are optional - zero and spaces when not given.
      *
      *             MFCR056 (shift handover) and MFCR055 (postmortem
      *             timeline) print these interleaved with the machine
      *             events of the same window.
      *
      *  Notes: this is NOT a vendor DB2 structure - it is this shop's own
      *         record layout, kept under include/local rather than mixed
      *         in with the vendor cobol_a/cobol_i/cobol_mf copy books.
      *
      ***********************************************************************
       01 MFC-OPER-LOG-REC.
           05 MFC-OL-ENTRY-SECS         PIC 9(9) COMP-5.
           05 MFC-OL-OPERATOR           PIC X(8) USAGE DISPLAY.
           05 MFC-OL-DB-ALIAS           PIC X(20) USAGE DISPLAY.
           05 MFC-OL-INCIDENT-SEQ       PIC 9(9) COMP-5.
           05 MFC-OL-ALERT-KEY          PIC X(20) USAGE DISPLAY.
           05 MFC-OL-TEXT.
               10 MFC-OL-TEXT-1         PIC X(50) USAGE DISPLAY.
               10 MFC-OL-TEXT-2         PIC X(50) USAGE DISPLAY.
