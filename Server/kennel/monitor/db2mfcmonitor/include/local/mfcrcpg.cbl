      ***********************************************************************
      *
      *  Source File Name = MFCRCPG.CBL
      *
      *  Function = Shop-owned history record - one phase of one
      *             recovery in progress as seen by one MFCCRCPG
      *             collection run. Two kinds are kept:
      *
      *               CRASH    - crash recovery (restart) of a whole
      *                          database, the SQLM-ELM-UTILITY group
      *                          of type SQLM-UTILITY-CRASH-RECOVERY
      *                          and the PROGRESS-LIST beneath it;
      *               ROLLBACK - one application's unit of work being
      *                          rolled back, the ROLLBACK-PROGRESS
      *                          group under its SQLM-APPL.
      *
      *             One row per PROGRESS group: MFC-RC-PHASE-SEQ is its
      *             PROGRESS-SEQ-NUM, MFC-RC-CUR-SEQ the list's
      *             PROGRESS-LIST-CUR-SEQ-NUM (the phase now running),
      *             MFC-RC-DESCRIPTION the PROGRESS-DESCRIPTION text
      *             (e.g. "Forward", "Backward"), and
      *             MFC-RC-DONE-UNITS over MFC-RC-TOTAL-UNITS the
      *             PROGRESS-COMPLETED-UNITS / PROGRESS-TOTAL-UNITS of
      *             that phase. MFC-RC-OWNER-ID (utility id, or agent
      *             id for a rollback) with MFC-RC-START-SECS
      *             identifies one recovery across polls. MFCR110
      *             turns successive rows into percent done, a rate
      *             and a projected availability time.
      *
      *  Notes: this is NOT a vendor DB2 structure - it is this shop's own
      *         record layout, kept under include/local rather than mixed
      *         in with the vendor cobol_a/cobol_i/cobol_mf copy books.
      *
      ***********************************************************************
       01 MFC-RECOV-PROG-REC.
           05 MFC-RC-COLLECT-SECS       PIC 9(9) COMP-5.
           05 MFC-RC-DB-NAME            PIC X(20) USAGE DISPLAY.
           05 MFC-RC-KIND               PIC X(8) USAGE DISPLAY.
              88 MFC-RC-IS-CRASH        VALUE "CRASH".
              88 MFC-RC-IS-ROLLBACK     VALUE "ROLLBACK".
           05 MFC-RC-OWNER-ID           PIC 9(9) COMP-5.
           05 MFC-RC-START-SECS         PIC 9(9) COMP-5.
           05 MFC-RC-PHASE-SEQ          PIC 9(4) COMP-5.
           05 MFC-RC-CUR-SEQ            PIC 9(4) COMP-5.
           05 MFC-RC-DESCRIPTION        PIC X(40) USAGE DISPLAY.
           05 MFC-RC-PHASE-START-SECS   PIC 9(9) COMP-5.
           05 MFC-RC-TOTAL-UNITS        PIC 9(18) COMP-5.
           05 MFC-RC-DONE-UNITS         PIC 9(18) COMP-5.
