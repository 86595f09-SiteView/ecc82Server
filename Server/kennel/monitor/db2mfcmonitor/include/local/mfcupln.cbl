      ***********************************************************************
      *
      *  Source File Name = MFCUPLN.CBL
      *
      *  Function = Shop-owned record - one unplanned outage on the
      *             file MFCUPLNO: an instance restart MFCCSTRT found
      *             no change-journal entry (MFCCCJLO) and no
      *             maintenance window (MFCMWINP) to explain. One row
      *             per database on the instance ("*DBM*" when none
      *             was known), opened EXTEND so the file is the
      *             standing list the problem-management review works
      *             from. The restart is also raised on MFCALRTO
      *             (UNPLANNED-RESTART).
      *
      *             MFC-UO-DOWN-FROM-SECS is the last moment the
      *             instance was known up and MFC-UO-DB2START-SECS
      *             when it came back; MFC-UO-DOWN-SECS, the
      *             difference, is the most the outage can have
      *             lasted.
      *
      *  Notes: this is NOT a vendor DB2 structure - it is this shop's own
      *         record layout, kept under include/local rather than mixed
      *         in with the vendor cobol_a/cobol_i/cobol_mf copy books.
      *
      ***********************************************************************
       01 MFC-UNPLANNED-OUTAGE-REC.
           05 MFC-UO-DETECT-SECS        PIC 9(9) COMP-5.
           05 MFC-UO-INSTANCE-NAME      PIC X(20) USAGE DISPLAY.
           05 MFC-UO-DB-NAME            PIC X(20) USAGE DISPLAY.
           05 MFC-UO-DOWN-FROM-SECS     PIC 9(9) COMP-5.
           05 MFC-UO-DB2START-SECS      PIC 9(9) COMP-5.
           05 MFC-UO-DOWN-SECS          PIC 9(9) COMP-5.
