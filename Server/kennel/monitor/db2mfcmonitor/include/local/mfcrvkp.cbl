      ***********************************************************************
      *
      *  Source File Name = MFCRVKP.CBL
      *
      *  Function = Shop-owned record - one proposed revoke, written by
      *             the dormancy report MFCR130 to MFCRVKPO for the
      *             security team to action, for an AUTH-ID that holds
      *             authority on a database (the MFCRCALS alias the
      *             MFCAUTHO extract was collected against) but has not
      *             been seen there on the last-seen master
      *             (mfclsen.cbl) for DORMANT-DAYS. It carries the id,
      *             the authorities it holds, when it was last seen
      *             (zero when never) and for how many days, and the
      *             action:
      *
      *               D - a database authority statement, ready to run,
      *                   of the form REVOKE DBADM, CONNECT ON DATABASE
      *                   FROM USER id;
      *               G - an instance authority (SYSADM, SYSCTRL,
      *                   SYSMAINT, SYSMON), which DB2 grants through
      *                   the SYSADM_GROUP family of configuration
      *                   parameters rather than by GRANT - the action
      *                   names the group membership to remove.
      *
      *             An id holding both kinds gets one row of each. An
      *             authority held through a group rather than directly
      *             is not removed by the D statement; the MFCAUTHO flag
      *             does not tell the two apart, so the security team
      *             confirms before running it. Every row is written
      *             PROPOSED; nothing here is ever executed.
      *
      *  Notes: this is NOT a vendor DB2 structure - it is this shop's own
      *         record layout, kept under include/local rather than mixed
      *         in with the vendor cobol_a/cobol_i/cobol_mf copy books.
      *
      ***********************************************************************
       01 MFC-REVOKE-PROPOSAL-REC.
           05 MFC-RV-PROPOSED-SECS    PIC 9(9) COMP-5.
           05 MFC-RV-DB-ALIAS         PIC X(20) USAGE DISPLAY.
           05 MFC-RV-AUTH-ID          PIC X(20) USAGE DISPLAY.
           05 MFC-RV-AUTHORITIES      PIC X(80) USAGE DISPLAY.
           05 MFC-RV-LAST-SEEN-SECS   PIC 9(9) COMP-5.
           05 MFC-RV-DAYS-DORMANT     PIC 9(9) COMP-5.
           05 MFC-RV-ACTION-TYPE      PIC X(1) USAGE DISPLAY.
               88 MFC-RV-DB-REVOKE    VALUE "D".
               88 MFC-RV-GROUP-REMOVE VALUE "G".
           05 MFC-RV-ACTION-TEXT      PIC X(120) USAGE DISPLAY.
           05 MFC-RV-STATUS           PIC X(8) USAGE DISPLAY.
               88 MFC-RV-PROPOSED     VALUE "PROPOSED".
