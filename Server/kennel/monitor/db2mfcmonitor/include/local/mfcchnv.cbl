      ***********************************************************************
      *
      *  Source File Name = MFCCHNV.CBL
      *
      *  Function = Shop-owned copy file for one verification result
      *             row MFCR127 writes to MFCCHNVO (overwritten each
      *             run) per hash-chained audit trail file - the walk
      *             of the file against its own chain, its chain head
      *             (mfcchnh.cbl) and its anchors (mfcchna.cbl).
      *
      *             MFC-CV-UNCHAINED counts records from before the
      *             file was chained (sequence zero, accepted only
      *             ahead of the first chained record). MISSING counts
      *             sequence numbers never seen, TAIL-MISSING those
      *             missing off the end (the head is further on than
      *             the file), EDITED records whose content no longer
      *             hashes to the hash they carry, ANCHOR-FAILS
      *             anchors the file no longer agrees with. The first
      *             anomaly of any kind is FIRST-BREAK-SEQ and
      *             FIRST-BREAK-KIND. STATUS is INTACT only when every
      *             count of damage is zero. The quarterly compliance
      *             pack MFCR094 prints these rows as its evidence that
      *             the trails are complete and unmodified.
      *
      *  Notes: this is NOT a vendor DB2 structure - it is this shop's own
      *         record layout, kept under include/local rather than mixed
      *         in with the vendor cobol_a/cobol_i/cobol_mf copy books.
      *
      ***********************************************************************
       01 MFC-CHAIN-VERIFY-REC.
           05 MFC-CV-VERIFY-SECS      PIC 9(9) COMP-5.
           05 MFC-CV-FILE-ID          PIC X(8) USAGE DISPLAY.
           05 MFC-CV-RECORDS          PIC 9(9) COMP-5.
           05 MFC-CV-UNCHAINED        PIC 9(9) COMP-5.
           05 MFC-CV-FIRST-SECS       PIC 9(9) COMP-5.
           05 MFC-CV-LAST-SECS        PIC 9(9) COMP-5.
           05 MFC-CV-LAST-SEQ         PIC 9(9) COMP-5.
           05 MFC-CV-MISSING          PIC 9(9) COMP-5.
           05 MFC-CV-TAIL-MISSING     PIC 9(9) COMP-5.
           05 MFC-CV-OUT-OF-ORDER     PIC 9(9) COMP-5.
           05 MFC-CV-EDITED           PIC 9(9) COMP-5.
           05 MFC-CV-ANCHORS-CHECKED  PIC 9(9) COMP-5.
           05 MFC-CV-ANCHOR-FAILS     PIC 9(9) COMP-5.
           05 MFC-CV-FIRST-BREAK-SEQ  PIC 9(9) COMP-5.
           05 MFC-CV-FIRST-BREAK-KIND PIC X(8) USAGE DISPLAY.
           05 MFC-CV-STATUS           PIC X(8) USAGE DISPLAY.
               88 MFC-CV-INTACT       VALUE "INTACT".
               88 MFC-CV-BROKEN       VALUE "BROKEN".
               88 MFC-CV-NO-FILE      VALUE "NOFILE".
