      ***********************************************************************
      *
      *  Source File Name = MFCFRCD.CBL
      *
      *  Function = Shop-owned record - the one-shot drain-mode request
      *             MFCCBNCE writes to MFCFRCDP just before it CALLs the
      *             guarded force program MFCCFRCA for the stragglers
      *             left after its drain grace period. MFC-FD-MODE is
      *             "DRAIN"; MFC-FD-APPROVER is the bounce's
      *             DRAIN-BOUNCE approver; MFC-FD-ISSUED-SECS (epoch)
      *             and MFC-FD-INSTANCE say when and for which instance
      *             the request was made.
      *
      *             MFCCFRCA honours the request only when it is for the
      *             instance it is attached to and was issued within the
      *             last two minutes, and empties the file as soon as it
      *             has read it, so a leftover or hand-written record
      *             can never put a later scheduled run into drain mode.
      *
      *  Notes: this is NOT a vendor DB2 structure - it is this shop's own
      *         record layout, kept under include/local rather than mixed
      *         in with the vendor cobol_a/cobol_i/cobol_mf copy books.
      *
      ***********************************************************************
       01 MFC-FORCE-DRAIN-REC.
           05 MFC-FD-MODE             PIC X(8) USAGE DISPLAY.
           05 MFC-FD-APPROVER         PIC X(8) USAGE DISPLAY.
           05 MFC-FD-ISSUED-SECS      PIC 9(9) COMP-5.
           05 MFC-FD-INSTANCE         PIC X(8) USAGE DISPLAY.
