      ***********************************************************************
      *
      *  Source File Name = MFCBKUP.CBL
      *
      *  Function = Shop-owned history record for one backup decision
      *             the actuator MFCCBKUP made for one database on one
      *             run - the backup taken, failed, or held back by the
      *             maintenance calendar or the dual-control gate.
      *             Appended to MFCBKUPO, which is both the audit trail
      *             of what the actuator did and the list of "expected"
      *             backups MFCR005 reconciles the DB2 history against.
      *
      *             MFC-BA-BACKUP-TS is the image timestamp db2gBackup
      *             hands back (the first fourteen bytes of the backup
      *             id on the DB2 history entry, MFC-BK-ID), spaces
      *             unless MFC-BA-OUTCOME is BACKED-UP.
      *             MFC-BA-TRIES is how many db2gBackup calls were made
      *             (more than one when MFCURTRY answered retry).
      *
      *  Notes: this is NOT a vendor DB2 structure - it is this shop's own
      *         record layout, kept under include/local rather than mixed
      *         in with the vendor cobol_a/cobol_i/cobol_mf copy books.
      *
      ***********************************************************************
       01 MFC-BACKUP-ATTEMPT-REC.
           05 MFC-BA-ATTEMPT-SECS     PIC 9(9) COMP-5.
           05 MFC-BA-DB-ALIAS         PIC X(20) USAGE DISPLAY.
           05 MFC-BA-TYPE             PIC X(1) USAGE DISPLAY.
           05 MFC-BA-ONLINE           PIC X(1) USAGE DISPLAY.
           05 MFC-BA-TRIES            PIC 9(9) COMP-5.
           05 MFC-BA-SQLCODE          PIC S9(9) COMP-5.
           05 MFC-BA-OUTCOME          PIC X(20) USAGE DISPLAY.
           05 MFC-BA-BACKUP-TS        PIC X(14) USAGE DISPLAY.
           05 MFC-BA-APPROVER         PIC X(8) USAGE DISPLAY.
