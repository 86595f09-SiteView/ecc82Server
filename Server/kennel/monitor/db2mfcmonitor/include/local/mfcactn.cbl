      ***********************************************************************
      *
      *  Source File Name = MFCACTN.CBL
      *
      *  Function = Shop-owned control record - one post-incident
      *             action item on MFCACTNP ("raise LOGPRIMARY", "add
      *             an index on ORDERS"), the follow-up a postmortem
      *             agrees and that used to be lost once the meeting
      *             ended. Maintained through MFCMACTN with MFCPAUDO
      *             change audit; items are never deleted, they are
      *             closed DONE or DROPPED so the history stays.
      *
      *             The incident is tied by its stable signature - the
      *             correlation key and first-alert epoch, the way the
      *             ticket register (mfctkreg.cbl) does it - because
      *             MFCALCOR renumbers on every rebuild;
      *             MFC-AI-INCIDENT-SEQ is the sequence as keyed and
      *             is advisory only. MFC-AI-TICKET-REF is the service
      *             desk reference MFCTKTIM recorded on the register,
      *             filled in at entry when not keyed.
      *
      *             MFC-AI-DUE-DATE is a calendar date, YYYYMMDD.
      *             MFCR124 lists open and overdue items weekly by
      *             owning team and points out a new incident on the
      *             same key as an item still open.
      *
      *  Notes: this is NOT a vendor DB2 structure - it is this shop's own
      *         record layout, kept under include/local rather than mixed
      *         in with the vendor cobol_a/cobol_i/cobol_mf copy books.
      *
      ***********************************************************************
       01 MFC-ACTION-ITEM-REC.
           05 MFC-AI-ITEM-SEQ          PIC 9(9) COMP-5.
           05 MFC-AI-INCIDENT-SEQ      PIC 9(9) COMP-5.
           05 MFC-AI-INCIDENT-KEY      PIC X(20) USAGE DISPLAY.
           05 MFC-AI-FIRST-SECS        PIC 9(9) COMP-5.
           05 MFC-AI-TICKET-REF        PIC X(20) USAGE DISPLAY.
           05 MFC-AI-OWNER-TEAM        PIC X(20) USAGE DISPLAY.
           05 MFC-AI-DUE-DATE          PIC 9(8) USAGE DISPLAY.
           05 MFC-AI-STATUS            PIC X(8) USAGE DISPLAY.
               88 MFC-AI-OPEN          VALUE "OPEN".
               88 MFC-AI-DONE          VALUE "DONE".
               88 MFC-AI-DROPPED       VALUE "DROPPED".
           05 MFC-AI-OPENED-SECS       PIC 9(9) COMP-5.
           05 MFC-AI-STATUS-SECS       PIC 9(9) COMP-5.
           05 MFC-AI-TEXT              PIC X(60) USAGE DISPLAY.
